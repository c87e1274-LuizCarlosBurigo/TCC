      *>retorno CSBH03036T baixa a ocorrencia (pago, rejeitado,
      *>devolvido) pelo nosso-numero (chave alternada). A cobranca que
      *>era inteiramente offline ganha maquina propria, como o
      *>CSBH03013C e para a fatura de frete. A liquidacao encontrada no
      *>extrato bancario pela conciliacao CSBH03063C leva a data em
      *>fbol-data-conciliacao.
      *>=====================================================================
       01  fbol-boleto.
           03 fbol-chave-1.
              05 fbol-cd-empresa                  pic  9(03).
              05 fbol-cd-filial                   pic  9(03).
              05 fbol-cd-fatura                   pic  9(09).
              05 fbol-parcela                     pic  9(02).
                 *>Um boleto por parcela (ftcr-parcela) da fatura.
           03 fbol-chave-2.
              05 fbol-nosso-numero                pic  9(10).
           03 fbol-cd-cliente                     pic  9(09).
              88 fbol-situacao-pago                           value "P".
              88 fbol-situacao-rejeitado                      value "J".
              88 fbol-situacao-devolvido                      value "D".
              88 fbol-situacao-cancelado                      value "C".
                 *>Estorno da remessa (CSBHD133); a proxima remessa
                 *>da parcela gera outro nosso-numero.
           03 fbol-data-retorno                   pic  9(08).
           03 fbol-data-conciliacao               pic  9(08).
           03 fbol-dt-atualizacao.
              05 fbol-dt-atualizacao-ano          pic  9(04).
              05 fbol-dt-atualizacao-mes          pic  9(02).
