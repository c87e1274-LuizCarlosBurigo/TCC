           03 fbpnd-situacao                      pic  x(01).
              88 fbpnd-situacao-aberta                        value "A".
              88 fbpnd-situacao-liberada                      value "L".
              88 fbpnd-situacao-cancelada                     value "C".
              *>"C" = cancelada por inteiro pelo CSBH03079V (cliente
              *>nao aguardou a reposicao) - a quantidade foi para a
              *>venda perdida (CSBHD118).
           03 fbpnd-data-liberacao.
              05 fbpnd-data-liberacao-ano         pic  9(04).
              05 fbpnd-data-liberacao-mes         pic  9(02).
