      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF125.CPY
      *>Select      : CSBHS125.CPY
      *>CSBHL       : CSBHL125.CPY
      *>Nome Físico : CSBHD125.CAD
      *>Area Negocio: "Integração"
      *>Descricao   : "Controle de Feed por Canal"
      *>
      *>        SELECT CSBHD125 Assign to disk wid-csbh125
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcfd-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD125.

      *>=====================================================================
      *>Nome Lógico : controle de feed por canal
      *>Área Negócio: Integração
      *>GerarIndex  : sim
      *>
      *>O que cada canal (CSBHD124) recebeu por ultimo de cada produto
      *>em cada filial: preco e disponivel publicados. O feed delta do
      *>CSBH01008E so publica o item cujo preco ou disponivel mudou
      *>contra este registro; o completo republica tudo e o regrava.
      *>=====================================================================
       01  fcfd-feed-canal.
           03 fcfd-chave-1.
              05 fcfd-cd-empresa                  pic  9(03).
                 *>FK: fcan-cd-empresa
              05 fcfd-cd-canal                    pic  x(06).
                 *>FK: fcan-cd-canal
              05 fcfd-cd-filial                   pic  9(03).
              05 fcfd-cd-produto                  pic  9(09).
                 *>FK: fprd-cd-produto
           03 fcfd-valor-preco                    pic s9(09)v99.
           03 fcfd-qtde-disponivel                pic  9(09).
           03 fcfd-id-ativo                       pic  x(01).
              *>"S" = produto ativo no catalogo quando publicado.
           03 fcfd-data-envio                     pic  9(08).
           03 fcfd-hora-envio                     pic  9(06).
           03 fcfd-dt-atualizacao.
              05 fcfd-dt-atualizacao-ano          pic  9(04).
              05 fcfd-dt-atualizacao-mes          pic  9(02).
              05 fcfd-dt-atualizacao-dia          pic  9(02).
           03 fcfd-hr-atualizacao.
              05 fcfd-hr-atualizacao-hora         pic  9(02).
              05 fcfd-hr-atualizacao-minuto       pic  9(02).
              05 fcfd-hr-atualizacao-segundo      pic  9(02).
           03 fcfd-job-origem                     pic  x(10).
