      *> devedor de cada um classificado pela idade do vencimento em
      *> relacao a data corrente - a vencer, ate 30, 31 a 60, 61 a 90 e
      *> acima de 90 dias corridos - e os totais por cliente e gerais.
      *> Titulo parcelado entra parcela a parcela, cada uma na faixa do
      *> seu proprio vencimento.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-titulo                   pic 9(09).
                03 srt-parcela                     pic 9(02).
                03 srt-qtde-parcelas               pic 9(02).
                03 srt-saldo-devedor               pic s9(11)v99.

      *>=====================================================================

            sort ws-arquivo-sort
                 ascending key srt-cd-cliente srt-data-vencimento srt-cd-titulo
                               srt-parcela
                 input procedure  2100-seleciona-titulos
                 output procedure 2200-gera-relatorio

                      move ftcr-cd-empresa          to srt-cd-empresa
                      move ftcr-cd-filial           to srt-cd-filial
                      move ftcr-cd-titulo           to srt-cd-titulo
                      move ftcr-parcela             to srt-parcela
                      move ftcr-qtde-parcelas       to srt-qtde-parcelas
                      compute srt-saldo-devedor =
                              ftcr-valor - ftcr-valor-pago
                      release srt-titulo
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "cliente;empresa;filial;titulo;parcela;vencimento;saldo-devedor;dias-atraso;faixa"
                                                   to csv-linha
                 write csv-linha
            end-if
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Titulo    Parc  Vencimento Saldo devedor  Faixa"
                   delimited by size into rel-linha
            write rel-linha
           .
            add srt-saldo-devedor                  to ws-total-geral
            move srt-saldo-devedor                 to ws-valor-edt
            move spaces                            to rel-linha
            string "  " srt-cd-titulo " " srt-parcela "/" srt-qtde-parcelas
                   " " srt-data-vencimento " "
                   ws-valor-edt "  " ws-faixa
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string srt-cd-cliente ";" srt-cd-empresa ";"
                        srt-cd-filial ";" srt-cd-titulo ";" srt-parcela ";"
                        srt-data-vencimento ";" srt-saldo-devedor ";"
                        ws-dias-atraso ";" ws-faixa
                        delimited by size into csv-linha
