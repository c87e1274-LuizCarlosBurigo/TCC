           03 ftrn-situacao                       pic  x(01).
              88 ftrn-situacao-transito                       value "T".
              88 ftrn-situacao-recebida                       value "R".
           03 ftrn-cfop-envio                     pic  9(04).
           03 ftrn-cfop-recebimento               pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 ftrn-custo-medio                    pic s9(09)v9(04).
              *>Custo medio da filial de origem no envio (CSBHD081):
              *>o recebimento entra no custo do destino por ele.
           03 ftrn-dt-atualizacao.
              05 ftrn-dt-atualizacao-ano          pic  9(04).
              05 ftrn-dt-atualizacao-mes          pic  9(02).
