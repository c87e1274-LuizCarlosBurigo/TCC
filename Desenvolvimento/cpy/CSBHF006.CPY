           03 fdfnc-situacao                      pic  x(01).
              88 fdfnc-situacao-ativa                         value "A".
              88 fdfnc-situacao-inativa                       value "I".
           03 fdfnc-cd-condicao-pagamento         pic  9(03).
              *>FK: fcpg-cd-condicao (CSBHD092) - condicao padrao das
              *>duplicatas do fornecedor (CSBH03025G); zero = prazo
              *>padrao de 28 dias em parcela unica.
           03 fdfnc-dt-atualizacao.
              05 fdfnc-dt-atualizacao-ano          pic  9(04).
              05 fdfnc-dt-atualizacao-mes          pic  9(02).
