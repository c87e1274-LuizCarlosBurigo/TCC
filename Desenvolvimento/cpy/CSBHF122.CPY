      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF122.CPY
      *>Select      : CSBHS122.CPY
      *>CSBHL       : CSBHL122.CPY
      *>Nome Físico : CSBHD122.CAD
      *>Area Negocio: "Comercial"
      *>Descricao   : "Promocao"
      *>
      *>        SELECT CSBHD122 Assign to disk wid-csbh122
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fprm-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD122.

      *>=====================================================================
      *>Nome Lógico : promocao
      *>Área Negócio: Comercial
      *>GerarIndex  : sim
      *>
      *>Campanha comercial com vigencia, escopo e regra de desconto,
      *>carregada por PROMOCAO.CSV em CSBH01001C. Na carga de
      *>ITEM_SAIDA a linha nova recebe a melhor promocao elegivel
      *>(maior desconto) como linha de desconto em CSBHD072, carimbada
      *>com fdsc-cd-promocao. Escopo: campo zerado ou em branco vale
      *>"qualquer". O balanco pos-campanha e o CSBH02089R.
      *>=====================================================================
       01  fprm-promocao.
           03 fprm-chave-1.
              05 fprm-cd-empresa                  pic  9(03).
                 *>FK: fdemp-cd-empresa
              05 fprm-cd-promocao                 pic  9(06).
           03 fprm-ds-promocao                    pic  x(40).
           03 fprm-data-inicio                    pic  9(08).
           03 fprm-data-fim                       pic  9(08).
           03 fprm-escopo.
              05 fprm-cd-filial                   pic  9(03).
                 *>Zero = todas as filiais da empresa.
              05 fprm-uf                          pic  x(09).
                 *>UF do cliente da Saida (cidade do cadastro);
                 *>brancos = qualquer UF.
              05 fprm-cd-grupo                    pic  9(04).
                 *>FK: fprd-cd-grupo; zero = qualquer grupo.
              05 fprm-cd-produto                  pic  9(09).
                 *>FK: fprd-cd-produto; zero = qualquer produto.
           03 fprm-tipo-regra                     pic  x(01).
              88 fprm-regra-percentual                        value "P".
                 *>Percentual sobre o valor da linha.
              88 fprm-regra-leve-pague                        value "L".
                 *>Leve fprm-qtde-leve, pague fprm-qtde-pague: a cada
                 *>grupo completo a diferenca sai de graca.
              88 fprm-regra-faixa                             value "F".
                 *>Percentual pela maior faixa de quantidade atingida
                 *>pela linha.
           03 fprm-percentual-desconto            pic  9(03)v99.
           03 fprm-qtde-leve                      pic  9(05).
           03 fprm-qtde-pague                     pic  9(05).
           03 fprm-faixa                          occurs 3 times.
              05 fprm-faixa-qtde-minima           pic  9(07).
              05 fprm-faixa-percentual            pic  9(03)v99.
           03 fprm-situacao                       pic  x(01).
              88 fprm-situacao-ativa                          value "A".
              88 fprm-situacao-inativa                        value "I".
           03 fprm-dt-atualizacao.
              05 fprm-dt-atualizacao-ano          pic  9(04).
              05 fprm-dt-atualizacao-mes          pic  9(02).
              05 fprm-dt-atualizacao-dia          pic  9(02).
           03 fprm-hr-atualizacao.
              05 fprm-hr-atualizacao-hora         pic  9(02).
              05 fprm-hr-atualizacao-minuto       pic  9(02).
              05 fprm-hr-atualizacao-segundo      pic  9(02).
           03 fprm-job-origem                     pic  x(10).
