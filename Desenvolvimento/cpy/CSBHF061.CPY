           03 fdvf-nunf                           pic  9(09).
           03 fdvf-srnf                           pic  9(03).
           03 fdvf-data-devolucao                 pic  9(08).
           03 fdvf-cfop                           pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 fdvf-custo-medio                    pic s9(09)v9(04).
              *>Custo medio unitario (CSBHD081) da filial aplicado ao
              *>movimento; zero = registro anterior ao campo.
           03 fdvf-dt-atualizacao.
              05 fdvf-dt-atualizacao-ano          pic  9(04).
              05 fdvf-dt-atualizacao-mes          pic  9(02).
