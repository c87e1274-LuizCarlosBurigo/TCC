      *> trimestral. O cliente e o periodo chegam no bloco de linkage,
      *> como a ficha de produto CSBH02013R.
      *> A posicao de abertura e apurada pelos titulos emitidos antes
      *> do periodo, liquidos do que ja foi pago sobre eles; fatura e
      *> titulo cancelados (estorno do faturamento) ficam de fora.
      *> O credito livre do cliente em CSBHD094 (adiantamentos e
      *> recebimentos nao aplicados, saldo atual) e listado depois dos
      *> recebimentos e abate a posicao de fechamento.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS029.
           COPY CSBHS033.
           COPY CSBHS040.
           COPY CSBHS094.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF029.
           COPY CSBHF033.
           COPY CSBHF040.
           COPY CSBHF094.

           fd   trace-log.
           01   log-registro.
           03 ws-total-faturado                    pic s9(13)v99 value zeroes.
           03 ws-total-devolvido                   pic s9(13)v99 value zeroes.
           03 ws-total-recebido                    pic s9(13)v99 value zeroes.
           03 ws-credito-disponivel                pic s9(13)v99 value zeroes.
           03 ws-saldo-credito                     pic s9(11)v99 value zeroes.
           03 ws-posicao-fechamento                pic s9(13)v99 value zeroes.
           03 ws-qtde-faturas                      pic 9(05) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD094
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-gera-extrato
                 close CSBHD029
                 close CSBHD040
                 close CSBHD094
                 move ws-qtde-faturas              to lnk-ext-qtde-faturas
            end-if


            perform 2300-lista-faturas-periodo
            perform 2400-lista-recebimentos-periodo
            perform 2500-lista-creditos-cliente

            compute ws-posicao-fechamento =
                    ws-posicao-abertura
                  + ws-total-faturado - ws-total-devolvido
                  - ws-total-recebido
                  - ws-credito-disponivel
            move spaces                            to rel-linha
            write rel-linha
            move ws-posicao-fechamento             to ws-valor-edt
                 move ftcr-data-emissao-ano        to ws-periodo-titulo (1:4)
                 move ftcr-data-emissao-mes        to ws-periodo-titulo (5:2)
                 if   ws-periodo-titulo < lnk-ext-periodo
                 and  not ftcr-situacao-cancelado
                      compute ws-posicao-abertura =
                              ws-posicao-abertura
                            + ftcr-valor - ftcr-valor-pago
            end-if
            perform until ws-fim-arquivo
                 if   fftr-periodo equal lnk-ext-periodo
                 and  not fftr-situacao-cancelada
                      add 1                        to ws-qtde-faturas
                      add fftr-total-embarques     to ws-total-faturado
                      add fftr-total-devolucoes    to ws-total-devolvido
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Credito livre do cliente (CSBHD094): cada adiantamento ou
      *> recebimento nao aplicado ainda com saldo, e o total disponivel.
       2500-lista-creditos-cliente section.
       2500.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Creditos do cliente com saldo livre:"
                   delimited by size into rel-linha
            write rel-linha

            initialize                             fadt-chave-1
            move lnk-ext-cd-cliente                to fadt-cd-cliente
            perform 9000-str-CSBHD094-gtr
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
            else
                 perform 9000-ler-CSBHD094-next
                 move spaces                       to ws-id-fim-arquivo
                 if   not ws-operacao-ok
                 or   fadt-cd-cliente not equal lnk-ext-cd-cliente
                      move "S"                     to ws-id-fim-arquivo
                 end-if
                 perform until ws-fim-arquivo
                      if   fadt-situacao-aberto
                           perform 2510-imprime-credito
                      end-if
                      perform 9000-ler-CSBHD094-next
                      if   not ws-operacao-ok
                      or   fadt-cd-cliente not equal lnk-ext-cd-cliente
                           move "S"                to ws-id-fim-arquivo
                      end-if
                 end-perform
                 move "00"                         to ws-resultado-acesso
            end-if

            move ws-credito-disponivel             to ws-valor-edt
            move spaces                            to rel-linha
            string "Credito disponivel: " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-imprime-credito section.
       2510.
            compute ws-saldo-credito = fadt-valor - fadt-valor-aplicado
            add ws-saldo-credito                   to ws-credito-disponivel
            move ws-saldo-credito                  to ws-valor-edt
            move spaces                            to rel-linha
            if   fadt-tipo-adiantamento
                 string "  adiantamento " fadt-sequencia
                        " recebido em " fadt-data-recebimento
                        " saldo " ws-valor-edt
                        delimited by size into rel-linha
            else
                 string "  nao aplicado " fadt-sequencia
                        " recebido em " fadt-data-recebimento
                        " saldo " ws-valor-edt
                        delimited by size into rel-linha
            end-if
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string "CRD;" fadt-sequencia ";"
                        fadt-data-recebimento (1:6) ";0;"
                        fadt-valor ";"
                        fadt-valor-aplicado ";"
                        ws-saldo-credito
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2510-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
       COPY CSBHL029.
       COPY CSBHL033.
       COPY CSBHL040.
       COPY CSBHL094.
