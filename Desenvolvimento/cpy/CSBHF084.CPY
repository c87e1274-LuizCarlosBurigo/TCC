      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF084.CPY
      *>Select      : CSBHS084.CPY
      *>CSBHL       : CSBHL084.CPY
      *>Nome Físico : CSBHD084.CAD
      *>Area Negocio: "Compras"
      *>Descricao   : "Item da Declaracao de Importacao"
      *>
      *>        SELECT CSBHD084 Assign to disk wid-csbh084
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fdii-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD084.

      *>=====================================================================
      *>Nome Lógico : item da declaracao de importacao
      *>Área Negócio: Compras
      *>GerarIndex  : sim
      *>
      *>Rateio da declaracao de importacao (CSBHD082) por linha de
      *>Entrada, mesma chave de CSBHD008/CSBHD009, gravado pelo
      *>CSBH03059L. Guarda o valor FOB na moeda (o fdpdt-valor da carga,
      *>antes do primeiro rateio) para que o rateio possa ser refeito, e
      *>os creditos de IPI, PIS, COFINS e ICMS da linha lidos pelas
      *>apuracoes (CSBH03034I, CSBH03057P) e pela EFD (CSBH03056S).
      *>=====================================================================
       01  fdii-item-importacao.
           03 fdii-chave-1.
              05 fdii-cd-empresa                  pic  9(03).
              05 fdii-cd-filial                   pic  9(03).
              05 fdii-cd-entrada                  pic  9(09).
              05 fdii-cd-produto                  pic  9(09).
              05 fdii-cd-sequencia                pic  9(09).
                 *>FK: fddps-chave-1 (CSBHD008)
           03 fdii-data-entrada                   pic  9(08).
           03 fdii-valor-moeda                    pic s9(11)v99.
           03 fdii-peso-kg                        pic  9(09)v999.
           03 fdii-valor-fob                      pic s9(11)v99.
           03 fdii-valor-frete                    pic s9(11)v99.
           03 fdii-valor-seguro                   pic s9(11)v99.
           03 fdii-valor-ii                       pic s9(11)v99.
           03 fdii-valor-despesas                 pic s9(11)v99.
              *>AFRMM, despachante, SISCOMEX e outras, pelo criterio.
           03 fdii-valor-ipi                      pic s9(11)v99.
           03 fdii-valor-pis                      pic s9(11)v99.
           03 fdii-valor-cofins                   pic s9(11)v99.
           03 fdii-valor-icms                     pic s9(11)v99.
           03 fdii-custo-desembarque              pic s9(11)v99.
              *>FOB + frete + seguro + II + despesas, em reais: vai
              *>para fdpdt-valor.
           03 fdii-dt-atualizacao.
              05 fdii-dt-atualizacao-ano          pic  9(04).
              05 fdii-dt-atualizacao-mes          pic  9(02).
              05 fdii-dt-atualizacao-dia          pic  9(02).
           03 fdii-hr-atualizacao.
              05 fdii-hr-atualizacao-hora         pic  9(02).
              05 fdii-hr-atualizacao-minuto       pic  9(02).
              05 fdii-hr-atualizacao-segundo      pic  9(02).
           03 fdii-job-origem                     pic  x(10).
