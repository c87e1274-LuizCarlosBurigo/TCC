*>
*>Campos de trabalho do desdobramento em parcelas (CSBHP014). O
*>programa informa a condicao de pagamento, a data base, o valor
*>total e o prazo padrao (dias) e executa 9490-calcula-parcelas; a
*>tabela ws-prc-parcela volta com o vencimento e o valor de cada
*>parcela, ws-prc-qtde-parcelas preenchidas.
       78  c015-copy-id                             value "CSBHW0015".
       78  c015-max-parcelas                        value 12.
       01  ws015-campos-parcelas.
           03 ws-prc-cd-condicao         pic 9(03)         value zeroes.
           03 ws-prc-data-base           pic 9(08)         value zeroes.
           03 ws-prc-valor-total         pic s9(11)v99     value zeroes.
           03 ws-prc-prazo-padrao        pic 9(03)         value zeroes.
           03 ws-prc-qtde-parcelas       pic 9(02)         value zeroes.
           03 ws-prc-idx                 pic 9(02)         value zeroes.
           03 ws-prc-valor-acumulado     pic s9(11)v99     value zeroes.
           03 ws-prc-inteiro             pic 9(08)         value zeroes.
           03 ws-prc-parcela             occurs 12 times.
              05 ws-prc-dias             pic 9(03).
              05 ws-prc-data-vencimento  pic 9(08).
              05 ws-prc-valor            pic s9(11)v99.
