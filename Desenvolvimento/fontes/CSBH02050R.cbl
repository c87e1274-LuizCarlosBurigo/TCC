      *> Cobranca pendente: lista os boletos de CSBHD056 ainda sem
      *> liquidacao (remetidos, rejeitados ou devolvidos pelo banco), com
      *> vencimento e valor - o que a tesouraria persegue antes do aging
      *> dos titulos (CSBH02044R) estourar. O boleto cancelado pelo
      *> estorno da remessa (CSBH03035R) nao e mais cobrado e fica fora.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Fatura    Pc Nosso numero Cliente    Vencimento Sit Valor"
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "empresa;filial;fatura;parcela;nosso-numero;cliente;vencimento;situacao;valor"
                                                   to csv-linha
                 write csv-linha
            end-if
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   not fbol-situacao-pago
                      and  not fbol-situacao-cancelado
                           perform 2200-imprime-boleto
                      end-if
                 end-if
            add fbol-valor                         to ws-total-pendente
            move fbol-valor                        to ws-valor-edt
            move spaces                            to rel-linha
            string fbol-cd-fatura " " fbol-parcela " " fbol-nosso-numero "   "
                   fbol-cd-cliente " " fbol-data-vencimento "   "
                   fbol-situacao "  " ws-valor-edt
                   delimited by size into rel-linha
            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string fbol-cd-empresa ";" fbol-cd-filial ";"
                        fbol-cd-fatura ";" fbol-parcela ";" fbol-nosso-numero ";"
                        fbol-cd-cliente ";" fbol-data-vencimento ";"
                        fbol-situacao ";" fbol-valor
                        delimited by size into csv-linha
