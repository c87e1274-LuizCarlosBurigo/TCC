      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== InformaÃ§Ãµes ==============================
      *>FD          : CSBHF105.CPY
      *>Select      : CSBHS105.CPY
      *>CSBHL       : CSBHL105.CPY
      *>Nome FÃ­sico : CSBHD105.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Posicao de Armazenagem"
      *>
      *>        SELECT CSBHD105 Assign to disk wid-csbh105
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpos-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD105.

      *>=====================================================================
      *>Nome Lógico : posicao de armazenagem
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Cadastro mestre das posicoes fisicas do deposito (corredor/
      *>prateleira/nivel - o mesmo endereco de CSBHD028), com a
      *>capacidade de peso e de volume e a ocupacao corrente, medida
      *>pelo peso e volume unitarios do produto mestre (fprd-peso-kg,
      *>fprd-volume-m3 de CSBHD044). Carregado por POSICAO.CSV na
      *>carga CSBH01001C. A ocupacao sobe quando a tarefa de
      *>armazenagem (CSBHD106) reserva a posicao sugerida e quando a
      *>confirmacao (CSBH03072A) registra outra posicao; desce na
      *>Saida, pelo endereco do produto/lote. Capacidade zero = aquela
      *>medida nao e controlada na posicao.
      *>=====================================================================
       01  fpos-posicao.
           03 fpos-chave-1.
              05 fpos-corredor                    pic  9(03).
              05 fpos-prateleira                  pic  9(03).
              05 fpos-nivel                       pic  9(03).
           03 fpos-situacao                       pic  x(01).
              88 fpos-situacao-ativa                          value "A".
              88 fpos-situacao-bloqueada                      value "B".
           03 fpos-capacidade-peso-kg             pic  9(07)v999.
           03 fpos-capacidade-volume-m3           pic  9(05)v999.
           03 fpos-ocupacao-peso-kg               pic  9(07)v999.
           03 fpos-ocupacao-volume-m3             pic  9(05)v999.
           03 fpos-dt-atualizacao.
              05 fpos-dt-atualizacao-ano          pic  9(04).
              05 fpos-dt-atualizacao-mes          pic  9(02).
              05 fpos-dt-atualizacao-dia          pic  9(02).
           03 fpos-hr-atualizacao.
              05 fpos-hr-atualizacao-hora         pic  9(02).
              05 fpos-hr-atualizacao-minuto       pic  9(02).
              05 fpos-hr-atualizacao-segundo      pic  9(02).
           03 fpos-job-origem                     pic  x(10).
