      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF102.CPY
      *>Select      : CSBHS102.CPY
      *>CSBHL       : CSBHL102.CPY
      *>Nome Físico : CSBHD102.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Componente da Ordem de Montagem"
      *>
      *>        SELECT CSBHD102 Assign to disk wid-csbh102
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fomc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD102.

      *>=====================================================================
      *>Nome Lógico : componente da ordem de montagem
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Um registro por componente da ordem de montagem (CSBHD101),
      *>copiado da composicao do kit (CSBHD057) na abertura: quantidade
      *>por kit e quantidade total. Na montagem o componente sai do
      *>estoque e a disponibilidade e avaliada por linha; na
      *>desmontagem ele volta ao estoque. O custo carimbado na
      *>conclusao e o que a reconstrucao do custo medio (CSBH03058M)
      *>e o livro de inventario (CSBH02069R) repassam.
      *>=====================================================================
       01  fomc-componente-ordem.
           03 fomc-chave-1.
              05 fomc-cd-empresa                  pic  9(03).
              05 fomc-cd-filial                   pic  9(03).
              05 fomc-cd-ordem                    pic  9(09).
                 *>FK: fomk-cd-ordem
              05 fomc-cd-componente               pic  9(09).
                 *>FK: fkit-cd-componente
           03 fomc-qtdade-por                     pic  9(05).
           03 fomc-qtdade-necessaria              pic  9(09).
           03 fomc-qtde-disponivel                pic s9(09).
              *>Montagem: saldo do componente na ultima avaliacao.
           03 fomc-id-falta                       pic  x(01).
              88 fomc-falta                                   value "S".
           03 fomc-custo-unitario                 pic s9(09)v9(04).
           03 fomc-valor                          pic s9(13)v99.
              *>Valor do componente na conclusao: na montagem, pela
              *>media corrente; na desmontagem, o rateio do custo do
              *>kit que ele recebe.
           03 fomc-dt-atualizacao.
              05 fomc-dt-atualizacao-ano          pic  9(04).
              05 fomc-dt-atualizacao-mes          pic  9(02).
              05 fomc-dt-atualizacao-dia          pic  9(02).
           03 fomc-hr-atualizacao.
              05 fomc-hr-atualizacao-hora         pic  9(02).
              05 fomc-hr-atualizacao-minuto       pic  9(02).
              05 fomc-hr-atualizacao-segundo      pic  9(02).
           03 fomc-job-origem                     pic  x(10).
