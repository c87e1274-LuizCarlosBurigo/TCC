       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02087R.
      *>=====================================================================
      *> Vendas perdidas e ruptura do mes: por filial e produto, a
      *> quantidade e a receita perdidas a preco de lista (CSBHD118 -
      *> pendencias canceladas e linhas de pedido cortadas por falta de
      *> saldo) e os dias em ruptura (CSBHD117). Um dia conta quando o
      *> produto passou qualquer parte dele sem saldo; evento ainda
      *> aberto conta ate hoje (ou ate o fim do periodo). Subtotal por
      *> filial e total geral. Empresa do lnk-cd-empresa; filial do
      *> lnk-cd-filial, zero = todas as filiais da empresa. Periodo do
      *> lnk-periodo-fechamento, zero = mes anterior. Com lnk-saida-csv
      *> sai tambem CSBH02087R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS117.
           COPY CSBHS118.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF044.
           COPY CSBHF117.
           COPY CSBHF118.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-perda.
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-produto                  pic 9(09).
                03 srt-qtde-vendas                 pic 9(05).
                03 srt-qtde-perdida                pic 9(09).
                03 srt-valor-perdido               pic s9(11)v99.
                03 srt-qtde-eventos                pic 9(05).
                03 srt-dias-ruptura                pic 9(05).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02087R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02087r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02087r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-data-calculo                      pic 9(08) value zeroes.
           03 ws-data-calculo-r redefines ws-data-calculo.
              05 ws-data-calculo-ano               pic 9(04).
              05 ws-data-calculo-mes               pic 9(02).
              05 ws-data-calculo-dia               pic 9(02).
           03 ws-int-inicio-periodo                pic 9(07) value zeroes.
           03 ws-int-fim-periodo                   pic 9(07) value zeroes.
           03 ws-int-hoje                          pic 9(07) value zeroes.
           03 ws-int-inicio-evento                 pic 9(07) value zeroes.
           03 ws-int-fim-evento                    pic 9(07) value zeroes.
           03 ws-filial-corrente                   pic 9(03) value zeroes.
           03 ws-produto-corrente                  pic 9(09) value zeroes.
           03 ws-ds-produto                        pic x(30) value spaces.
           03 ws-qtde-registros                    pic 9(07) value zeroes.
      *> Acumuladores do produto, da filial e geral.
           03 ws-tot-produto.
              05 ws-tpr-vendas                     pic 9(07).
              05 ws-tpr-qtde                       pic 9(09).
              05 ws-tpr-valor                      pic s9(13)v99.
              05 ws-tpr-eventos                    pic 9(05).
              05 ws-tpr-dias                       pic 9(05).
           03 ws-tot-filial.
              05 ws-tfi-vendas                     pic 9(07).
              05 ws-tfi-qtde                       pic 9(09).
              05 ws-tfi-valor                      pic s9(13)v99.
              05 ws-tfi-eventos                    pic 9(05).
              05 ws-tfi-dias                       pic 9(05).
           03 ws-tot-geral.
              05 ws-tge-vendas                     pic 9(07).
              05 ws-tge-qtde                       pic 9(09).
              05 ws-tge-valor                      pic s9(13)v99.
              05 ws-tge-eventos                    pic 9(05).
              05 ws-tge-dias                       pic 9(05).
           03 ws-lin-vendas                        pic z(6)9.
           03 ws-lin-qtde                          pic z(8)9.
           03 ws-lin-valor                         pic -(11)9,99.
           03 ws-lin-eventos                       pic z(4)9.
           03 ws-lin-dias                          pic z(4)9.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros.
       MAIN-PROCEDURE.
      *>=====================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
          .
       0000-saida.
       exit program
       STOP RUN.
      *>=====================================================================
       1000-inicializacao section.
       1000.
            perform 9000-csbsp001-carga-inicial
            perform 9000-verifica-tracelog
            if   not lnk-sem-erro
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            if   lnk-periodo-fechamento not = zero
                 move lnk-periodo-fechamento       to ws-periodo
            else
                 if   ws-mes-inv = 1
                      compute ws-periodo-ano = ws-ano-inv - 1
                      move 12                      to ws-periodo-mes
                 else
                      move ws-ano-inv              to ws-periodo-ano
                      compute ws-periodo-mes = ws-mes-inv - 1
                 end-if
            end-if

      *> Janela do periodo em dias corridos: do dia 1 ao dia anterior ao
      *> 1 do mes seguinte, nunca alem de hoje.
            move ws-periodo-ano                    to ws-data-calculo-ano
            move ws-periodo-mes                    to ws-data-calculo-mes
            move 1                                 to ws-data-calculo-dia
            compute ws-int-inicio-periodo =
                    function integer-of-date(ws-data-calculo)
            if   ws-periodo-mes = 12
                 compute ws-data-calculo-ano = ws-periodo-ano + 1
                 move 1                            to ws-data-calculo-mes
            else
                 compute ws-data-calculo-mes = ws-periodo-mes + 1
            end-if
            compute ws-int-fim-periodo =
                    function integer-of-date(ws-data-calculo) - 1
            compute ws-int-hoje =
                    function integer-of-date(ws-data-inv)
            if   ws-int-fim-periodo > ws-int-hoje
                 move ws-int-hoje                  to ws-int-fim-periodo
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02087R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02087R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD117
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD118
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-filial srt-cd-produto
                      input procedure  2100-seleciona-perdas
                      output procedure 2200-gera-relatorio
            end-if
            close CSBHD044
            close CSBHD117
            close CSBHD118

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-perdas section.
       2100.
            perform 2110-seleciona-vendas-perdidas
            perform 2120-seleciona-rupturas
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-seleciona-vendas-perdidas section.
       2110.
            initialize                             fvpd-chave-1
            move lnk-cd-empresa                    to fvpd-cd-empresa
            move lnk-cd-filial                     to fvpd-cd-filial
            perform 9000-str-CSBHD118-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD118-next
                 if   not ws-operacao-ok
                 or   fvpd-cd-empresa not equal lnk-cd-empresa
                 or   (lnk-cd-filial not equal zeroes
                  and fvpd-cd-filial not equal lnk-cd-filial)
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fvpd-data-perda (1:6) equal ws-periodo
                           initialize              srt-perda
                           move fvpd-cd-filial     to srt-cd-filial
                           move fvpd-cd-produto    to srt-cd-produto
                           move 1                  to srt-qtde-vendas
                           move fvpd-qtdade-perdida
                                                   to srt-qtde-perdida
                           move fvpd-valor-perdido to srt-valor-perdido
                           add 1                   to ws-qtde-registros
                           release srt-perda
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Evento que toca o periodo: inicio ate o fim do periodo e fim
      *> (ou ainda aberto) a partir do inicio do periodo.
       2120-seleciona-rupturas section.
       2120.
            initialize                             frup-chave-1
            move lnk-cd-empresa                    to frup-cd-empresa
            move lnk-cd-filial                     to frup-cd-filial
            perform 9000-str-CSBHD117-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD117-next
                 if   not ws-operacao-ok
                 or   frup-cd-empresa not equal lnk-cd-empresa
                 or   (lnk-cd-filial not equal zeroes
                  and frup-cd-filial not equal lnk-cd-filial)
                      move "S"                     to ws-id-fim-leitura
                 else
                      perform 2130-dias-ruptura
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
       2130-dias-ruptura section.
       2130.
            move frup-data-inicio                  to ws-data-calculo
            compute ws-int-inicio-evento =
                    function integer-of-date(ws-data-calculo)
            if   frup-data-fim equal zeroes
                 move ws-int-hoje                  to ws-int-fim-evento
            else
                 move frup-data-fim                to ws-data-calculo
                 compute ws-int-fim-evento =
                         function integer-of-date(ws-data-calculo)
            end-if
            if   ws-int-inicio-evento < ws-int-inicio-periodo
                 move ws-int-inicio-periodo        to ws-int-inicio-evento
            end-if
            if   ws-int-fim-evento > ws-int-fim-periodo
                 move ws-int-fim-periodo           to ws-int-fim-evento
            end-if
            if   ws-int-fim-evento < ws-int-inicio-evento
                 exit section
            end-if

            initialize                             srt-perda
            move frup-cd-filial                    to srt-cd-filial
            move frup-cd-produto                   to srt-cd-produto
            move 1                                 to srt-qtde-eventos
            compute srt-dias-ruptura =
                    ws-int-fim-evento - ws-int-inicio-evento + 1
            add 1                                  to ws-qtde-registros
            release srt-perda
           .
       2130-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Vendas perdidas e ruptura - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " periodo " ws-periodo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02087R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "filial;produto;vendas_perdidas;qtde_perdida;valor_perdido;eventos_ruptura;dias_ruptura"
                                                   to csv-linha
                 write csv-linha
            end-if

            initialize                             ws-tot-geral
            move "S"                               to ws-id-primeiro-grupo
            move spaces                            to ws-id-fim-leitura
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-leitura
            end-return
            perform until ws-fim-leitura
                 if   ws-primeiro-grupo
                      move spaces                  to ws-id-primeiro-grupo
                      perform 2230-abre-filial
                      perform 2250-abre-produto
                 else
                      if   srt-cd-filial not equal ws-filial-corrente
                           perform 2260-fecha-produto
                           perform 2240-fecha-filial
                           perform 2230-abre-filial
                           perform 2250-abre-produto
                      else
                           if   srt-cd-produto not equal ws-produto-corrente
                                perform 2260-fecha-produto
                                perform 2250-abre-produto
                           end-if
                      end-if
                 end-if
                 add srt-qtde-vendas               to ws-tpr-vendas
                 add srt-qtde-perdida              to ws-tpr-qtde
                 add srt-valor-perdido             to ws-tpr-valor
                 add srt-qtde-eventos              to ws-tpr-eventos
                 add srt-dias-ruptura              to ws-tpr-dias
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-leitura
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2260-fecha-produto
                 perform 2240-fecha-filial
            end-if

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            perform 2290-rodape
            close relatorio
           .
       2200-exit.
            exit.
      *>=====================================================================
       2230-abre-filial section.
       2230.
            move srt-cd-filial                     to ws-filial-corrente
            initialize                             ws-tot-filial
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Filial " srt-cd-filial
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Produto   Descricao                       "
                   "Vendas   Quantidade     Valor perdido Eventos  Dias"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-filial section.
       2240.
            add ws-tfi-vendas                      to ws-tge-vendas
            add ws-tfi-qtde                        to ws-tge-qtde
            add ws-tfi-valor                       to ws-tge-valor
            add ws-tfi-eventos                     to ws-tge-eventos
            add ws-tfi-dias                        to ws-tge-dias
            move ws-tfi-vendas                     to ws-lin-vendas
            move ws-tfi-qtde                       to ws-lin-qtde
            move ws-tfi-valor                      to ws-lin-valor
            move ws-tfi-eventos                    to ws-lin-eventos
            move ws-tfi-dias                       to ws-lin-dias
            move spaces                            to rel-linha
            string "  Total da filial                          "
                   ws-lin-vendas " " ws-lin-qtde " " ws-lin-valor " "
                   ws-lin-eventos " " ws-lin-dias
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-abre-produto section.
       2250.
            move srt-cd-produto                    to ws-produto-corrente
            initialize                             ws-tot-produto
            move spaces                            to ws-ds-produto
            initialize                             fprd-chave-1
            move srt-cd-produto                    to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 move fprd-ds-produto              to ws-ds-produto
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-fecha-produto section.
       2260.
            add ws-tpr-vendas                      to ws-tfi-vendas
            add ws-tpr-qtde                        to ws-tfi-qtde
            add ws-tpr-valor                       to ws-tfi-valor
            add ws-tpr-eventos                     to ws-tfi-eventos
            add ws-tpr-dias                        to ws-tfi-dias
            move ws-tpr-vendas                     to ws-lin-vendas
            move ws-tpr-qtde                       to ws-lin-qtde
            move ws-tpr-valor                      to ws-lin-valor
            move ws-tpr-eventos                    to ws-lin-eventos
            move ws-tpr-dias                       to ws-lin-dias
            move spaces                            to rel-linha
            string "  " ws-produto-corrente " " ws-ds-produto " "
                   ws-lin-vendas " " ws-lin-qtde " " ws-lin-valor " "
                   ws-lin-eventos " " ws-lin-dias
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-filial-corrente ";" ws-produto-corrente ";"
                        ws-tpr-vendas ";" ws-tpr-qtde ";"
                        ws-tpr-valor ";" ws-tpr-eventos ";"
                        ws-tpr-dias
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2260-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move ws-tge-vendas                     to ws-lin-vendas
            move ws-tge-qtde                       to ws-lin-qtde
            move ws-tge-valor                      to ws-lin-valor
            move ws-tge-eventos                    to ws-lin-eventos
            move ws-tge-dias                       to ws-lin-dias
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Total geral                                "
                   ws-lin-vendas " " ws-lin-qtde " " ws-lin-valor " "
                   ws-lin-eventos " " ws-lin-dias
                   delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-registros                 to ws-run-qtde-registros
            perform 9510-registra-fim-execucao
            close trace-log

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog
           .
       3000-exit.
            exit.
      *>=====================================================================
       9000-verifica-tracelog section.
       9000.
            initialize                             ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, ".TRACELOG" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                    to ws-id-tracelog-csbh02087r

            if   ws-tracelog-csbh02087r
                 accept ws-data-inv from date yyyymmdd
                 string lnk-dtbLog delimited by spaces, este-programa, "_",
                        lnk-cd-empresa lnk-cd-filial delimited by size,
                        ws-data-inv delimited by size, ".LOG" into wid-arquivo-log
                 open extend trace-log
                 if   not ws-operacao-ok
                     open output trace-log
                 end-if
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-tracelog section.
       9000.
            if   ws-tracelog-csbh02087r
            and  (not lnk-log-nivel-somente-erros or ws-ds-tracelog (1:4) = "Erro")
                 accept ws-horas                   from time
                 move spaces                       to log-linha
                 string ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv, " ",
                        ws-hora ":" ws-minutos ":" ws-segundos ":"
                        ws-horas (7:2) " - " ws-ds-tracelog into log-linha
                 write log-registro
            end-if
            move spaces                            to ws-ds-tracelog
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-controle-abertura section.
       9000.
            if   not processamento-sem-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL117.
       COPY CSBHL118.
