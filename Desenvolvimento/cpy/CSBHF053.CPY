              05 frqc-hr-atualizacao-minuto       pic  9(02).
              05 frqc-hr-atualizacao-segundo      pic  9(02).
           03 frqc-job-origem                     pic  x(10).
           03 frqc-cd-fornecedor                  pic  9(09).
              *>FK: fdfnc-cd-fornecedor - preferido para a compra;
              *>zero = a escolher pelo comprador.
           03 frqc-id-origem                      pic  x(01).
              88 frqc-origem-manual                           value " ".
              88 frqc-origem-automatica                       value "A".
              *>"A" = gerada pela reposicao automatica (CSBH03082G).
