              05 fddvl-data-devolucao-dia         pic  9(02).
           03 fddvl-qtdade                        pic  9(09).
           03 fddvl-valor                         pic s9(09)v99.
           03 fddvl-cfop                          pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
