      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF109.CPY
      *>Select      : CSBHS109.CPY
      *>CSBHL       : CSBHL109.CPY
      *>Nome Físico : CSBHD109.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Palete (LPN)"
      *>
      *>        SELECT CSBHD109 Assign to disk wid-csbh109
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is flpn-chave-1
      *>               alternate key   is flpn-chave-2 with duplicates
      *>               alternate key   is flpn-chave-3 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD109.

      *>=====================================================================
      *>Nome Lógico : palete
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Palete identificado por numero de licenca (LPN): criado no
      *>recebimento, um por palete da linha de Entrada (CSBHD008) - o
      *>fator da unidade "PAL" do produto em CSBHD074 diz quanto cabe
      *>num palete; sem o fator a linha inteira e um palete. Guarda
      *>produto/lote/quantidade, deposito e posicao (CSBHD105); a
      *>posicao nasce com a sugestao de armazenagem e e acertada na
      *>confirmacao (CSBH03072A). Move-se como unidade entre posicoes
      *>e depositos pela CSBH03030T, e vinculado ao volume da Saida
      *>(CSBHD063) na carga de VOLUME.CSV e conferido no portao pela
      *>CSBH03042C. Cada movimento fica em CSBHD110; a consulta do
      *>historico e o CSBH02080R.
      *>=====================================================================
       01  flpn-palete.
           03 flpn-chave-1.
              05 flpn-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 flpn-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 flpn-cd-lpn                      pic  9(09).
           03 flpn-chave-2.
              05 flpn-cd-empresa-2                pic  9(03).
              05 flpn-cd-filial-2                 pic  9(03).
              05 flpn-cd-saida                    pic  9(09).
                 *>FK: fvol-cd-saida; zero = palete ainda em estoque.
           03 flpn-chave-3.
              05 flpn-cd-empresa-3                pic  9(03).
              05 flpn-cd-filial-3                 pic  9(03).
              05 flpn-cd-entrada                  pic  9(09).
                 *>FK: fddps-cd-entrada
              05 flpn-cd-produto                  pic  9(09).
                 *>FK: fddps-cd-produto
              05 flpn-sequencia                   pic  9(09).
                 *>FK: fddps-sequencia
           03 flpn-numero-volume                  pic  9(04).
              *>FK: fvol-numero-volume; zero = sem volume vinculado.
           03 flpn-lote                           pic  x(80).
           03 flpn-qtdade                         pic  9(09).
           03 flpn-cd-deposito                    pic  9(03).
              *>FK: fdep-cd-deposito (CSBHD048); zero = sem deposito.
           03 flpn-posicao.
              *>FK: fpos-chave-1 (CSBHD105); zeros = palete ainda sem
              *>posicao (doca ou inspecao).
              05 flpn-corredor                    pic  9(03).
              05 flpn-prateleira                  pic  9(03).
              05 flpn-nivel                       pic  9(03).
           03 flpn-situacao                       pic  x(01).
              88 flpn-situacao-estoque                        value "A".
              88 flpn-situacao-expedido                       value "E".
              88 flpn-situacao-conferido                      value "C".
           03 flpn-data-recebimento               pic  9(08).
           03 flpn-dt-atualizacao.
              05 flpn-dt-atualizacao-ano          pic  9(04).
              05 flpn-dt-atualizacao-mes          pic  9(02).
              05 flpn-dt-atualizacao-dia          pic  9(02).
           03 flpn-hr-atualizacao.
              05 flpn-hr-atualizacao-hora         pic  9(02).
              05 flpn-hr-atualizacao-minuto       pic  9(02).
              05 flpn-hr-atualizacao-segundo      pic  9(02).
           03 flpn-job-origem                     pic  x(10).
