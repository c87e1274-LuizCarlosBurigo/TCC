      *>(fcrd-exposicao, CSBHD030) - ate aqui a exposicao so crescia na
      *>carga da Saida e era corrigida a mao. Os titulos em aberto saem
      *>no aging CSBH02044R.
      *>Fatura com condicao de pagamento (CSBHD092) parcelada gera um
      *>titulo por parcela, todos com o numero da fatura e a parcela
      *>n de ftcr-qtde-parcelas na chave; sem condicao, parcela 1 de 1.
      *>O lote de cobranca CSBH03064N guarda no titulo vencido o nivel
      *>da ultima carta enviada e a data dela (a mesma carta nao sai
      *>duas vezes) e a multa e os juros de mora apurados na ultima
      *>passada; o que o cliente de fato pagou de encargos vem da
      *>baixa (CSBH03024R) em ftcr-valor-encargos-pago, fora do
      *>ftcr-valor-pago do principal.
      *>=====================================================================
       01  ftcr-titulo-receber.
           03 ftcr-chave-1.
              05 ftcr-cd-empresa                  pic  9(03).
              05 ftcr-cd-filial                   pic  9(03).
              05 ftcr-cd-titulo                   pic  9(09).
              05 ftcr-parcela                     pic  9(02).
           03 ftcr-chave-2.
              05 ftcr-cd-cliente                  pic  9(09).
                 *>FK: fdcli-cd-cliente
              05 ftcr-data-vencimento-ano         pic  9(04).
              05 ftcr-data-vencimento-mes         pic  9(02).
              05 ftcr-data-vencimento-dia         pic  9(02).
           03 ftcr-qtde-parcelas                  pic  9(02).
           03 ftcr-valor                          pic s9(11)v99.
           03 ftcr-valor-pago                     pic s9(11)v99.
           03 ftcr-situacao                       pic  x(01).
              05 ftcr-data-pagamento-ano          pic  9(04).
              05 ftcr-data-pagamento-mes          pic  9(02).
              05 ftcr-data-pagamento-dia          pic  9(02).
           03 ftcr-nivel-cobranca                 pic  9(01).
              88 ftcr-cobranca-nenhuma                        value 0.
              88 ftcr-cobranca-lembrete                       value 1.
              88 ftcr-cobranca-notificacao                    value 2.
              88 ftcr-cobranca-aviso-protesto                 value 3.
           03 ftcr-data-cobranca                  pic  9(08).
           03 ftcr-valor-multa                    pic s9(11)v99.
           03 ftcr-valor-juros                    pic s9(11)v99.
           03 ftcr-valor-encargos-pago            pic s9(11)v99.
           03 ftcr-dt-atualizacao.
              05 ftcr-dt-atualizacao-ano          pic  9(04).
              05 ftcr-dt-atualizacao-mes          pic  9(02).
