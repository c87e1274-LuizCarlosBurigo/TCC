      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF082.CPY
      *>Select      : CSBHS082.CPY
      *>CSBHL       : CSBHL082.CPY
      *>Nome Físico : CSBHD082.CAD
      *>Area Negocio: "Compras"
      *>Descricao   : "Declaracao de Importacao"
      *>
      *>        SELECT CSBHD082 Assign to disk wid-csbh082
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fdi-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD082.

      *>=====================================================================
      *>Nome Lógico : declaracao de importacao
      *>Área Negócio: Compras
      *>GerarIndex  : sim
      *>
      *>Declaracao de importacao (DI/DUIMP) de uma Entrada, carregada de
      *>CSBH01001C_DI.CSV: moeda e taxa de cambio (zero = taxa do dia do
      *>registro em CSBHD083), frete e seguro internacionais na moeda e
      *>os tributos e despesas aduaneiras em reais. O rateio por linha
      *>de CSBHD008 (por valor ou por peso, fprd-peso-kg) e feito pelo
      *>CSBH03059L, que grava CSBHD084 e o custo de desembarque em
      *>fdpdt-valor (CSBHD009).
      *>=====================================================================
       01  fdi-declaracao-importacao.
           03 fdi-chave-1.
              05 fdi-cd-empresa                   pic  9(03).
              05 fdi-cd-filial                    pic  9(03).
              05 fdi-cd-entrada                   pic  9(09).
                 *>FK: fdetd-chave-1 (CSBHD007)
           03 fdi-cd-transportadora               pic  9(09).
              *>FK: fdfnc-cd-transpordadora - completa fdetd-chave-1
           03 fdi-nr-declaracao                   pic  x(15).
           03 fdi-data-registro                   pic  9(08).
           03 fdi-cd-moeda                        pic  x(03).
              *>FK: fcam-cd-moeda (CSBHD083)
           03 fdi-taxa-cambio                     pic  9(05)v9(06).
              *>Informada na carga ou, se zero, resolvida no rateio.
           03 fdi-criterio-rateio                 pic  x(01).
              88 fdi-rateio-valor                             value "V".
              88 fdi-rateio-peso                              value "P".
           03 fdi-frete-internacional             pic s9(11)v99.
           03 fdi-seguro-internacional            pic s9(11)v99.
              *>Na moeda da declaracao.
           03 fdi-valor-ii                        pic s9(11)v99.
           03 fdi-valor-ipi                       pic s9(11)v99.
           03 fdi-valor-pis                       pic s9(11)v99.
           03 fdi-valor-cofins                    pic s9(11)v99.
           03 fdi-valor-icms                      pic s9(11)v99.
           03 fdi-valor-afrmm                     pic s9(11)v99.
           03 fdi-valor-despachante               pic s9(11)v99.
           03 fdi-valor-siscomex                  pic s9(11)v99.
           03 fdi-valor-outras-despesas           pic s9(11)v99.
              *>Em reais. II e despesas compoem o custo; IPI, PIS,
              *>COFINS e ICMS sao creditos das apuracoes.
           03 fdi-situacao                        pic  x(01).
              88 fdi-situacao-pendente                        value "P".
              88 fdi-situacao-rateada                         value "R".
           03 fdi-data-rateio                     pic  9(08).
           03 fdi-valor-aduaneiro                 pic s9(13)v99.
           03 fdi-custo-total                     pic s9(13)v99.
              *>Totais do ultimo rateio, em reais.
           03 fdi-dt-atualizacao.
              05 fdi-dt-atualizacao-ano           pic  9(04).
              05 fdi-dt-atualizacao-mes           pic  9(02).
              05 fdi-dt-atualizacao-dia           pic  9(02).
           03 fdi-hr-atualizacao.
              05 fdi-hr-atualizacao-hora          pic  9(02).
              05 fdi-hr-atualizacao-minuto        pic  9(02).
              05 fdi-hr-atualizacao-segundo       pic  9(02).
           03 fdi-job-origem                      pic  x(10).
