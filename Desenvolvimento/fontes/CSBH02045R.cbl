      *> o contador de dias uteis de CSBHP006 - a divisao por 7 da a
      *> semana e o resto recompoe a segunda-feira que abre cada
      *> grupo), com os totais por semana e gerais. E a agenda que a
      *> tesouraria remontava numa planilha toda sexta. Titulo pago
      *> pelo retorno bancario (CSBH03061T) sai da agenda; o autorizado
      *> ja remetido ao banco (CSBH03060R) aparece com situacao "R".
      *> Duplicata parcelada aparece parcela a parcela (n/N), cada uma
      *> na semana do seu vencimento.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-titulo                   pic 9(09).
                03 srt-parcela                     pic 9(02).
                03 srt-qtde-parcelas               pic 9(02).
                03 srt-cd-credor                   pic 9(09).
                03 srt-tipo-origem                 pic x(01).
                03 srt-situacao                    pic x(01).
                      move ftcp-cd-empresa          to srt-cd-empresa
                      move ftcp-cd-filial           to srt-cd-filial
                      move ftcp-cd-titulo           to srt-cd-titulo
                      move ftcp-parcela             to srt-parcela
                      move ftcp-qtde-parcelas       to srt-qtde-parcelas
                      if   srt-parcela equal zeroes
                           move 1                   to srt-parcela
                                                       srt-qtde-parcelas
                      end-if
                      move ftcp-cd-credor           to srt-cd-credor
                      move ftcp-tipo-origem         to srt-tipo-origem
                      move ftcp-situacao            to srt-situacao
                      if   ftcp-situacao-autorizado
                      and  ftcp-data-remessa not equal zeroes
                           move "R"                 to srt-situacao
                      end-if
                      move ftcp-valor               to srt-valor
                      release srt-titulo
                 end-if
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "semana-inicio;vencimento;empresa;filial;titulo;parcela;credor;origem;situacao;valor"
                                                   to csv-linha
                 write csv-linha
            end-if
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Vencimento Titulo    Parc  Credor     Org Sit Valor"
                   delimited by size into rel-linha
            write rel-linha
           .
            move srt-valor                         to ws-valor-edt
            move spaces                            to rel-linha
            string "  " srt-data-vencimento "   " srt-cd-titulo " "
                   srt-parcela "/" srt-qtde-parcelas " "
                   srt-cd-credor " " srt-tipo-origem "   " srt-situacao
                   "   " ws-valor-edt
                   delimited by size into rel-linha
                 move spaces                        to csv-linha
                 string ws-segunda-feira ";" srt-data-vencimento ";"
                        srt-cd-empresa ";" srt-cd-filial ";"
                        srt-cd-titulo ";" srt-parcela ";" srt-cd-credor ";"
                        srt-tipo-origem ";" srt-situacao ";" srt-valor
                        delimited by size into csv-linha
                 write csv-linha
