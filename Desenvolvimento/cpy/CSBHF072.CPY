              05 fdsc-hr-atualizacao-minuto       pic  9(02).
              05 fdsc-hr-atualizacao-segundo      pic  9(02).
           03 fdsc-job-origem                     pic  x(10).
           03 fdsc-cd-promocao                    pic  9(06).
              *>FK: fprm-cd-promocao (CSBHD122) - desconto gerado pela
              *>carga de ITEM_SAIDA ao aplicar a promocao; zero = ajuste
              *>informado em DESCONTO_SAIDA.CSV.
