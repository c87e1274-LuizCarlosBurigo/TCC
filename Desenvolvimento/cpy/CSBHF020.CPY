              05 fpar-hr-atualizacao-minuto       pic  9(02).
              05 fpar-hr-atualizacao-segundo      pic  9(02).
           03 fpar-job-origem                     pic  x(10).
           03 fpar-qtde-multiplo-compra           pic  9(09).
              *>Embalagem de compra: a requisicao automatica
              *>(CSBH03082G) arredonda a quantidade para cima neste
              *>multiplo; zero = unidade.
