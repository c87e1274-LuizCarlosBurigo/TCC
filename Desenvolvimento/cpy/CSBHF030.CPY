      *>de SAIDA.CSV (CSBH01001C) recusa e lista no resumo de execucao
      *>os embarques de cliente bloqueado ou cujo total estouraria o
      *>limite; cada saida aceita soma na exposicao.
      *>O credito livre do cliente (adiantamentos e recebimentos nao
      *>aplicados de CSBHD094) fica em fcrd-saldo-credito e a checagem
      *>de limite usa a exposicao liquida dele.
      *>=====================================================================
       01  fcrd-credito.
           03 fcrd-chave-1.
                 *>FK: fdcli-cd-cliente
           03 fcrd-limite                         pic s9(11)v99.
           03 fcrd-exposicao                      pic s9(11)v99.
           03 fcrd-saldo-credito                  pic s9(11)v99.
           03 fcrd-id-bloqueado                   pic  x(01).
              88 fcrd-bloqueado                               value "B".
              88 fcrd-liberado                                value " " "L".
