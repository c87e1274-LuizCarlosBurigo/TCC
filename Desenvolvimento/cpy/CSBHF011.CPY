                 07 fdprc-dt-vigencia-mes         pic  9(02).
                 07 fdprc-dt-vigencia-dia         pic  9(02).
           03 fdprc-valor                         pic s9(09)v99.
           03 fdprc-dt-atualizacao.
              *>Carimbo da ultima gravacao (carga, reajuste ou
              *>manutencao online), conferido pela CSBH03021M antes de
              *>regravar uma alteracao.
              05 fdprc-dt-atualizacao-ano         pic  9(04).
              05 fdprc-dt-atualizacao-mes         pic  9(02).
              05 fdprc-dt-atualizacao-dia         pic  9(02).
           03 fdprc-hr-atualizacao.
              05 fdprc-hr-atualizacao-hora        pic  9(02).
              05 fdprc-hr-atualizacao-minuto      pic  9(02).
              05 fdprc-hr-atualizacao-segundo     pic  9(02).
           03 fdprc-job-origem                    pic  x(10).
