      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF124.CPY
      *>Select      : CSBHS124.CPY
      *>CSBHL       : CSBHL124.CPY
      *>Nome Físico : CSBHD124.CAD
      *>Area Negocio: "Comercial"
      *>Descricao   : "Canal de Venda"
      *>
      *>        SELECT CSBHD124 Assign to disk wid-csbh124
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcan-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD124.

      *>=====================================================================
      *>Nome Lógico : canal de venda
      *>Área Negócio: Comercial
      *>GerarIndex  : sim
      *>
      *>Canal on-line (portal B2B, marketplace) que recebe o feed de
      *>catalogo e disponibilidade do CSBH01008E, carregado por
      *>CANAL_VENDA.CSV em CSBH01001C. A margem de seguranca do canal
      *>(quantidade fixa e/ou percentual do disponivel) sai do
      *>disponivel de cada filial antes de publicar. O ultimo feed
      *>gerado fica registrado aqui; o que cada item recebeu, em
      *>CSBHD125.
      *>=====================================================================
       01  fcan-canal.
           03 fcan-chave-1.
              05 fcan-cd-empresa                  pic  9(03).
                 *>FK: fdemp-cd-empresa
              05 fcan-cd-canal                    pic  x(06).
           03 fcan-ds-canal                       pic  x(40).
           03 fcan-cd-filial                      pic  9(03).
              *>Filial publicada no canal; zero = todas as filiais
              *>ativas da empresa (CSBHD014).
           03 fcan-qtde-seguranca                 pic  9(07).
           03 fcan-percentual-seguranca           pic  9(03)v99.
           03 fcan-situacao                       pic  x(01).
              88 fcan-situacao-ativa                          value "A".
              88 fcan-situacao-inativa                        value "I".
           03 fcan-ultimo-feed.
              05 fcan-data-ultimo-feed            pic  9(08).
              05 fcan-hora-ultimo-feed            pic  9(06).
              05 fcan-modo-ultimo-feed            pic  x(01).
                 *>"C" = completo, "D" = delta.
              05 fcan-qtde-ultimo-feed            pic  9(07).
                 *>Linhas publicadas no ultimo feed.
           03 fcan-dt-atualizacao.
              05 fcan-dt-atualizacao-ano          pic  9(04).
              05 fcan-dt-atualizacao-mes          pic  9(02).
              05 fcan-dt-atualizacao-dia          pic  9(02).
           03 fcan-hr-atualizacao.
              05 fcan-hr-atualizacao-hora         pic  9(02).
              05 fcan-hr-atualizacao-minuto       pic  9(02).
              05 fcan-hr-atualizacao-segundo      pic  9(02).
           03 fcan-job-origem                     pic  x(10).
