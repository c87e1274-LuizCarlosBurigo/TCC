      *> prateleira e antes era invisivel ao saldo) mais os ajustes de
      *> inventario aprovados (CSBHD021 tipo "J", com o sinal apurado
      *> pela contagem fisica).
      *> O saldo e fisico; a parte dele que ainda e do fornecedor
      *> (estoque consignado, CSBHD099) sai na coluna consignado e o
      *> proprio e a diferenca.
      *> Devolucao ainda na area de devolucoes (CSBHD116, pendente de
      *> triagem) nao e saldo: sai da coluna de saldo e vai para a
      *> coluna "em triagem"; a segunda qualidade levada a outro produto
      *> conta no produto que a recebeu.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS044.
           COPY CSBHS049.
           COPY CSBHS058.
           COPY CSBHS099.
           COPY CSBHS116.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF044.
           COPY CSBHF049.
           COPY CSBHF058.
           COPY CSBHF099.
           COPY CSBHF116.

           fd   trace-log.
           01   log-registro.
                03 srt-cd-filial                   pic 9(03).
                03 srt-quantidade                  pic s9(09).
                03 srt-qtde-inspecao               pic s9(09).
                03 srt-qtde-consignada             pic s9(09).
                03 srt-qtde-triagem                pic s9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.
           03 ws-saldo-edt                         pic -(9).
           03 ws-qtde-inspecao                     pic s9(09) value zeroes.
           03 ws-inspecao-edt                      pic -(9).
           03 ws-qtde-consignada                   pic s9(09) value zeroes.
           03 ws-consignada-edt                    pic -(9).
           03 ws-qtde-propria                      pic s9(09) value zeroes.
           03 ws-propria-edt                       pic -(9).
           03 ws-qtde-triagem                      pic s9(09) value zeroes.
           03 ws-triagem-edt                       pic -(9).

      *>=====================================================================
       COPY CSBHW0001.
                      move fddps-cd-filial          to srt-cd-filial
                      move fddps-quantidade          to srt-quantidade
                      move zeroes                    to srt-qtde-inspecao
                      move zeroes                    to srt-qtde-consignada
                      move zeroes                    to srt-qtde-triagem
                      perform 2115-separa-inspecao
                      release srt-movimento
                      perform 2110-proximo-item-entrada
                      move feisd-cd-filial          to srt-cd-filial
                      compute srt-quantidade = 0 - feisd-qtdade
                      move zeroes                   to srt-qtde-inspecao
                      move zeroes                   to srt-qtde-consignada
                      move zeroes                   to srt-qtde-triagem
                      release srt-movimento
                      perform 2120-proximo-item-saida
                 end-perform
                      move fddvl-cd-filial          to srt-cd-filial
                      move fddvl-qtdade             to srt-quantidade
                      move zeroes                   to srt-qtde-inspecao
                      move zeroes                   to srt-qtde-consignada
                      move zeroes                   to srt-qtde-triagem
                      release srt-movimento
                      perform 2130-proxima-devolucao
                 end-perform
                           move fcnt-cd-filial      to srt-cd-filial
                           move fcnt-qtdade-ajuste  to srt-quantidade
                           move zeroes              to srt-qtde-inspecao
                           move zeroes              to srt-qtde-consignada
                           move zeroes              to srt-qtde-triagem
                           release srt-movimento
                      end-if
                      perform 2140-proximo-ajuste
                 end-perform
                 close CSBHD021
            end-if

      *> Estoque consignado de fornecedor: nao mexe no saldo, so diz
      *> quanto dele ainda e do fornecedor.
            perform 9000-abrir-i-CSBHD099
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            else
                 move low-values                   to fcfn-chave-1
                 perform 9000-str-CSBHD099-gtr
                 move spaces                        to ws-id-fim-movimento
                 perform 2150-proximo-consignado
                 perform until ws-fim-movimento
                      if   fcfn-qtde-saldo not equal zeroes
                           move fcfn-cd-produto     to srt-cd-produto
                           move fcfn-cd-filial      to srt-cd-filial
                           move zeroes              to srt-quantidade
                           move zeroes              to srt-qtde-inspecao
                           move fcfn-qtde-saldo     to srt-qtde-consignada
                           move zeroes              to srt-qtde-triagem
                           release srt-movimento
                      end-if
                      perform 2150-proximo-consignado
                 end-perform
                 close CSBHD099
            end-if

            perform 2160-separa-triagem
           .
       2100-exit.
            exit.
           .
       2140-exit.
            exit.
      *>=====================================================================
       2150-proximo-consignado section.
       2150.
            perform 9000-ler-CSBHD099-next
            if   ws-eof-arquivo
                 move "S"                          to ws-id-fim-movimento
            end-if
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Devolucao na area de devolucoes: o pendente de triagem sai do
      *> saldo para a coluna "em triagem"; a segunda qualidade levada a
      *> outro produto muda de produto.
       2160-separa-triagem section.
       2160.
            perform 9000-abrir-i-CSBHD116
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move low-values                        to ftri-chave-1
            perform 9000-str-CSBHD116-gtr
            move spaces                            to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD116-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-movimento
                 else
                      move ftri-cd-produto          to srt-cd-produto
                      move ftri-cd-filial           to srt-cd-filial
                      move zeroes                   to srt-qtde-inspecao
                      move zeroes                   to srt-qtde-consignada
                      if   ftri-qtde-pendente > zeroes
                           compute srt-quantidade = 0 - ftri-qtde-pendente
                           move ftri-qtde-pendente  to srt-qtde-triagem
                           release srt-movimento
                      end-if
                      move zeroes                   to srt-qtde-triagem
                      if   ftri-qtde-segunda > zeroes
                      and  ftri-cd-produto-segunda not equal ftri-cd-produto
                           compute srt-quantidade = 0 - ftri-qtde-segunda
                           release srt-movimento
                           move ftri-cd-produto-segunda
                                                    to srt-cd-produto
                           move ftri-qtde-segunda   to srt-quantidade
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            close CSBHD116
            move "00"                              to ws-resultado-acesso
           .
       2160-exit.
            exit.
      *>=====================================================================
      *> Le os movimentos ja ordenados por produto/filial e escreve uma
      *> linha de saldo a cada quebra de produto/filial.
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "produto;filial;saldo;em_inspecao;consignado;proprio;em_triagem"
                                                   to csv-linha
                 write csv-linha
            end-if
                      move srt-cd-filial             to ws-cd-filial-corrente
                      move zeroes                    to ws-saldo
                      move zeroes                    to ws-qtde-inspecao
                      move zeroes                    to ws-qtde-consignada
                      move zeroes                    to ws-qtde-triagem
                      move spaces                    to ws-id-primeiro-grupo
                 else
                      if   srt-cd-produto not = ws-cd-produto-corrente or
                           move srt-cd-filial         to ws-cd-filial-corrente
                           move zeroes                to ws-saldo
                           move zeroes                to ws-qtde-inspecao
                           move zeroes                to ws-qtde-consignada
                           move zeroes                to ws-qtde-triagem
                      end-if
                 end-if
                 add srt-quantidade                 to ws-saldo
                 add srt-qtde-inspecao              to ws-qtde-inspecao
                 add srt-qtde-consignada            to ws-qtde-consignada
                 add srt-qtde-triagem               to ws-qtde-triagem
                 return ws-arquivo-sort
                     at end move "S"                to ws-id-fim-movimento
                 end-return
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Produto    Filial  Saldo       Em inspecao Consignado  Proprio"
                   "     Em triagem"
                   delimited by size into rel-linha
            write rel-linha
           .
            add 1                                   to ws-qtde-produtos-filiais
            move ws-saldo                           to ws-saldo-edt
            move ws-qtde-inspecao                   to ws-inspecao-edt
            compute ws-qtde-propria = ws-saldo - ws-qtde-consignada
            move ws-qtde-consignada                 to ws-consignada-edt
            move ws-qtde-propria                    to ws-propria-edt
            move ws-qtde-triagem                    to ws-triagem-edt
            move ws-cd-produto-corrente             to ws-cd-produto-descricao
            perform 9040-descricao-produto
            move spaces                             to rel-linha
            string ws-cd-produto-corrente " " ws-ds-produto-rel
                   " " ws-cd-filial-corrente
                   "  " ws-saldo-edt
                   "  " ws-inspecao-edt
                   "  " ws-consignada-edt
                   "  " ws-propria-edt
                   "  " ws-triagem-edt delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string ws-cd-produto-corrente ";"
                        ws-cd-filial-corrente ";"
                        ws-saldo ";"
                        ws-qtde-inspecao ";"
                        ws-qtde-consignada ";"
                        ws-qtde-propria ";"
                        ws-qtde-triagem delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       COPY CSBHL012.
       COPY CSBHL021.
       COPY CSBHL058.
       COPY CSBHL099.
       COPY CSBHL116.
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL049.
