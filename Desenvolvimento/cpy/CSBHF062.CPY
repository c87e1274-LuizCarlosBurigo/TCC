           03 fbxa-valor                          pic s9(09)v99.
           03 fbxa-data-baixa                     pic  9(08).
           03 fbxa-cd-operador                    pic  x(08).
           03 fbxa-cfop                           pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 fbxa-custo-medio                    pic s9(09)v9(04).
              *>Custo medio unitario (CSBHD081) da filial aplicado ao
              *>movimento; zero = registro anterior ao campo.
           03 fbxa-dt-atualizacao.
              05 fbxa-dt-atualizacao-ano          pic  9(04).
              05 fbxa-dt-atualizacao-mes          pic  9(02).
