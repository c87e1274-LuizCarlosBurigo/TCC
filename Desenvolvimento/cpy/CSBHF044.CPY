           03 fprd-situacao                       pic  x(01).
              88 fprd-situacao-ativa                          value "A".
              88 fprd-situacao-inativa                        value "I".
           03 fprd-meses-garantia-cliente         pic  9(03).
              *>Garantia dada ao cliente, em meses contados da data da
              *>Saida da serie (CSBHD059); zero = sem garantia.
           03 fprd-meses-garantia-fornecedor      pic  9(03).
              *>Garantia do fornecedor, em meses contados da data da
              *>Entrada da serie; dentro dela a reclamacao de garantia
              *>(CSBHD115) volta contra o fornecedor.
           03 fprd-cd-produto-segunda             pic  9(09).
              *>FK: fprd-cd-produto - produto de segunda qualidade para
              *>onde vai a devolucao classificada "B" na triagem
              *>(CSBH03078T); zero = fica no proprio produto.
           03 fprd-dt-atualizacao.
              05 fprd-dt-atualizacao-ano          pic  9(04).
              05 fprd-dt-atualizacao-mes          pic  9(02).
