      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF081.CPY
      *>Select      : CSBHS081.CPY
      *>CSBHL       : CSBHL081.CPY
      *>Nome Físico : CSBHD081.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Custo Medio"
      *>
      *>        SELECT CSBHD081 Assign to disk wid-csbh081
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcmd-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD081.

      *>=====================================================================
      *>Nome Lógico : custo medio
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Custo medio ponderado por empresa/filial/produto, mantido a cada
      *>movimento de estoque pela 9420-atualiza-custo-medio (CSBHP012),
      *>ao lado do saldo persistente CSBHD022: Entrada e transferencia
      *>recebida entram pelo proprio custo e recalculam a media; Saida,
      *>devolucao, baixa e ajuste movimentam pela media corrente, que e
      *>carimbada na linha do movimento. Reconstruido do zero a partir
      *>dos movimentos pelo CSBH03058M.
      *>=====================================================================
       01  fcmd-custo-medio-produto.
           03 fcmd-chave-1.
              05 fcmd-cd-empresa                  pic  9(03).
              05 fcmd-cd-filial                   pic  9(03).
              05 fcmd-cd-produto                  pic  9(09).
                 *>FK: fprd-cd-produto (CSBHD044)
           03 fcmd-qtde-estoque                   pic s9(09).
           03 fcmd-valor-estoque                  pic s9(13)v99.
           03 fcmd-custo-medio                    pic s9(09)v9(04).
              *>Media vigente; com o estoque zerado ou negativo guarda a
              *>ultima media, que valoriza a proxima saida.
           03 fcmd-dt-ultima-entrada              pic  9(08).
           03 fcmd-dt-atualizacao.
              05 fcmd-dt-atualizacao-ano          pic  9(04).
              05 fcmd-dt-atualizacao-mes          pic  9(02).
              05 fcmd-dt-atualizacao-dia          pic  9(02).
           03 fcmd-hr-atualizacao.
              05 fcmd-hr-atualizacao-hora         pic  9(02).
              05 fcmd-hr-atualizacao-minuto       pic  9(02).
              05 fcmd-hr-atualizacao-segundo      pic  9(02).
           03 fcmd-job-origem                     pic  x(10).
