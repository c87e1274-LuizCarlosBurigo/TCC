      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF085.CPY
      *>Select      : CSBHS085.CPY
      *>CSBHL       : CSBHL085.CPY
      *>Nome Físico : CSBHD085.CAD
      *>Area Negocio: "Compras"
      *>Descricao   : "Produto por Fornecedor"
      *>
      *>        SELECT CSBHD085 Assign to disk wid-csbh085
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpfr-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD085.

      *>=====================================================================
      *>Nome Lógico : produto por fornecedor
      *>Área Negócio: Compras
      *>GerarIndex  : sim
      *>
      *>Referencia cruzada entre o codigo do produto no fornecedor
      *>(cProd da NF-e) e o codigo interno, carregada de
      *>PRODUTO_FORNECEDOR.CSV. Usada pela recepcao de NF-e (CSBH01007N)
      *>para o item que nao traz EAN cadastrado em CSBHD051.
      *>=====================================================================
       01  fpfr-produto-fornecedor.
           03 fpfr-chave-1.
              05 fpfr-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor (CSBHD006)
              05 fpfr-cd-produto-fornecedor       pic  x(60).
           03 fpfr-cd-produto                     pic  9(09).
              *>FK: fprd-cd-produto (CSBHD044)
           03 fpfr-situacao                       pic  x(01).
              88 fpfr-situacao-ativa                          value "A".
              88 fpfr-situacao-inativa                        value "I".
           03 fpfr-dt-atualizacao.
              05 fpfr-dt-atualizacao-ano          pic  9(04).
              05 fpfr-dt-atualizacao-mes          pic  9(02).
              05 fpfr-dt-atualizacao-dia          pic  9(02).
           03 fpfr-hr-atualizacao.
              05 fpfr-hr-atualizacao-hora         pic  9(02).
              05 fpfr-hr-atualizacao-minuto       pic  9(02).
              05 fpfr-hr-atualizacao-segundo      pic  9(02).
           03 fpfr-job-origem                     pic  x(10).
