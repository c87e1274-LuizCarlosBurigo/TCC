       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02088R.
      *>=====================================================================
      *> Conversao das cotacoes de venda (CSBHD121) do mes: por vendedor
      *> e, em seguida, por cliente, as linhas cotadas e quantas foram
      *> ganhas (convertidas em pedido por CSBH03084A), perdidas,
      *> expiradas (abertas com a validade vencida) e ainda abertas, com
      *> o valor cotado, o valor ganho e a taxa de acerto - ganhas sobre
      *> as ja resolvidas (ganhas + perdidas + expiradas). Cotacao conta
      *> no mes da data da cotacao. Empresa do lnk-cd-empresa; filial do
      *> lnk-cd-filial, zero = todas as filiais da empresa. Periodo do
      *> lnk-periodo-fechamento, zero = mes anterior. Com lnk-saida-csv
      *> sai tambem CSBH02088R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS013.
           COPY CSBHS033.
           COPY CSBHS043.
           COPY CSBHS121.

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
           COPY CSBHF013.
           COPY CSBHF033.
           COPY CSBHF043.
           COPY CSBHF121.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

      *> Cada linha de cotacao entra duas vezes: uma pelo vendedor
      *> (tipo "V") e outra pelo cliente (tipo "C").
           sd   ws-arquivo-sort.
           01   srt-cotacao.
                03 srt-tipo                        pic x(01).
                03 srt-cd-agrupador                pic 9(09).
                03 srt-qtde-ganhas                 pic 9(05).
                03 srt-qtde-perdidas               pic 9(05).
                03 srt-qtde-expiradas              pic 9(05).
                03 srt-qtde-abertas                pic 9(05).
                03 srt-valor-cotado                pic s9(11)v99.
                03 srt-valor-ganho                 pic s9(11)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02088R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02088r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02088r                       value zeroes.
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
           03 ws-tipo-corrente                     pic x(01) value spaces.
           03 ws-agrupador-corrente                pic 9(09) value zeroes.
           03 ws-ds-agrupador                      pic x(30) value spaces.
           03 ws-qtde-registros                    pic 9(07) value zeroes.
           03 ws-qtde-resolvidas                   pic 9(07) value zeroes.
           03 ws-taxa-acerto                       pic 9(03)v99 value zeroes.
      *> Acumuladores do agrupador (vendedor ou cliente) e do tipo.
           03 ws-tot-agrupador.
              05 ws-tag-ganhas                     pic 9(07).
              05 ws-tag-perdidas                   pic 9(07).
              05 ws-tag-expiradas                  pic 9(07).
              05 ws-tag-abertas                    pic 9(07).
              05 ws-tag-valor-cotado               pic s9(13)v99.
              05 ws-tag-valor-ganho                pic s9(13)v99.
           03 ws-tot-tipo.
              05 ws-ttp-ganhas                     pic 9(07).
              05 ws-ttp-perdidas                   pic 9(07).
              05 ws-ttp-expiradas                  pic 9(07).
              05 ws-ttp-abertas                    pic 9(07).
              05 ws-ttp-valor-cotado               pic s9(13)v99.
              05 ws-ttp-valor-ganho                pic s9(13)v99.
           03 ws-lin-ganhas                        pic z(6)9.
           03 ws-lin-perdidas                      pic z(6)9.
           03 ws-lin-expiradas                     pic z(6)9.
           03 ws-lin-abertas                       pic z(6)9.
           03 ws-lin-valor-cotado                  pic -(11)9,99.
           03 ws-lin-valor-ganho                   pic -(11)9,99.
           03 ws-lin-taxa                          pic zz9,99.

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
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02088R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02088R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD043
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD121
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      descending key srt-tipo
                      ascending  key srt-cd-agrupador
                      input procedure  2100-seleciona-cotacoes
                      output procedure 2200-gera-relatorio
            end-if
            close CSBHD013
            close CSBHD043
            close CSBHD121

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-cotacoes section.
       2100.
            initialize                             fcvd-chave-1
            move lnk-cd-empresa                    to fcvd-cd-empresa
            move lnk-cd-filial                     to fcvd-cd-filial
            perform 9000-str-CSBHD121-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD121-next
                 if   not ws-operacao-ok
                 or   fcvd-cd-empresa not equal lnk-cd-empresa
                 or   (lnk-cd-filial not equal zeroes
                  and fcvd-cd-filial not equal lnk-cd-filial)
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fcvd-data-cotacao (1:6) equal ws-periodo
                           perform 2110-libera-cotacao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-cotacao section.
       2110.
            initialize                             srt-cotacao
            move fcvd-valor                        to srt-valor-cotado
            evaluate true
                when fcvd-situacao-ganha
                     move 1                        to srt-qtde-ganhas
                     move fcvd-valor               to srt-valor-ganho
                when fcvd-situacao-perdida
                     move 1                        to srt-qtde-perdidas
                when fcvd-data-validade < ws-data-inv
                     move 1                        to srt-qtde-expiradas
                when other
                     move 1                        to srt-qtde-abertas
            end-evaluate
            add 1                                  to ws-qtde-registros

            move "V"                               to srt-tipo
            move fcvd-cd-vendedor                  to srt-cd-agrupador
            release srt-cotacao
            move "C"                               to srt-tipo
            move fcvd-cd-cliente                   to srt-cd-agrupador
            release srt-cotacao
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Conversao de cotacoes de venda - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " periodo " ws-periodo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02088R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "tipo;codigo;ganhas;perdidas;expiradas;abertas;valor_cotado;valor_ganho;taxa_acerto"
                                                   to csv-linha
                 write csv-linha
            end-if

            move "S"                               to ws-id-primeiro-grupo
            move spaces                            to ws-id-fim-leitura
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-leitura
            end-return
            perform until ws-fim-leitura
                 if   ws-primeiro-grupo
                      move spaces                  to ws-id-primeiro-grupo
                      perform 2230-abre-tipo
                      perform 2250-abre-agrupador
                 else
                      if   srt-tipo not equal ws-tipo-corrente
                           perform 2260-fecha-agrupador
                           perform 2240-fecha-tipo
                           perform 2230-abre-tipo
                           perform 2250-abre-agrupador
                      else
                           if   srt-cd-agrupador not equal ws-agrupador-corrente
                                perform 2260-fecha-agrupador
                                perform 2250-abre-agrupador
                           end-if
                      end-if
                 end-if
                 add srt-qtde-ganhas               to ws-tag-ganhas
                 add srt-qtde-perdidas             to ws-tag-perdidas
                 add srt-qtde-expiradas            to ws-tag-expiradas
                 add srt-qtde-abertas              to ws-tag-abertas
                 add srt-valor-cotado              to ws-tag-valor-cotado
                 add srt-valor-ganho               to ws-tag-valor-ganho
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-leitura
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2260-fecha-agrupador
                 perform 2240-fecha-tipo
            end-if

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio
           .
       2200-exit.
            exit.
      *>=====================================================================
       2230-abre-tipo section.
       2230.
            move srt-tipo                          to ws-tipo-corrente
            initialize                             ws-tot-tipo
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            if   srt-tipo equal "V"
                 string "Por vendedor"
                        delimited by size into rel-linha
            else
                 string "Por cliente"
                        delimited by size into rel-linha
            end-if
            write rel-linha
            move spaces                            to rel-linha
            string "  Codigo    Nome                            "
                   " Ganhas Perdidas Expirad.  Abertas"
                   "     Valor cotado      Valor ganho  Taxa%"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-tipo section.
       2240.
            move ws-ttp-ganhas                     to ws-tag-ganhas
            move ws-ttp-perdidas                   to ws-tag-perdidas
            move ws-ttp-expiradas                  to ws-tag-expiradas
            move ws-ttp-abertas                    to ws-tag-abertas
            move ws-ttp-valor-cotado               to ws-tag-valor-cotado
            move ws-ttp-valor-ganho                to ws-tag-valor-ganho
            perform 2270-edita-linha
            move spaces                            to rel-linha
            string "  Total                                    "
                   ws-lin-ganhas " " ws-lin-perdidas " "
                   ws-lin-expiradas " " ws-lin-abertas " "
                   ws-lin-valor-cotado " " ws-lin-valor-ganho " "
                   ws-lin-taxa
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-abre-agrupador section.
       2250.
            move srt-cd-agrupador                  to ws-agrupador-corrente
            initialize                             ws-tot-agrupador
            move spaces                            to ws-ds-agrupador
            if   srt-tipo equal "V"
                 initialize                        fvdd-chave-1
                 move srt-cd-agrupador             to fvdd-cd-vendedor
                 perform 9000-ler-CSBHD043-ran
                 if   ws-operacao-ok
                      move fvdd-ds-vendedor        to ws-ds-agrupador
                 end-if
            else
                 initialize                        fdcli-chave-1
                 move srt-cd-agrupador             to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      move fdcli-ds-cliente        to ws-ds-agrupador
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-fecha-agrupador section.
       2260.
            add ws-tag-ganhas                      to ws-ttp-ganhas
            add ws-tag-perdidas                    to ws-ttp-perdidas
            add ws-tag-expiradas                   to ws-ttp-expiradas
            add ws-tag-abertas                     to ws-ttp-abertas
            add ws-tag-valor-cotado                to ws-ttp-valor-cotado
            add ws-tag-valor-ganho                 to ws-ttp-valor-ganho
            perform 2270-edita-linha
            move spaces                            to rel-linha
            string "  " ws-agrupador-corrente " " ws-ds-agrupador " "
                   ws-lin-ganhas " " ws-lin-perdidas " "
                   ws-lin-expiradas " " ws-lin-abertas " "
                   ws-lin-valor-cotado " " ws-lin-valor-ganho " "
                   ws-lin-taxa
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-tipo-corrente ";" ws-agrupador-corrente ";"
                        ws-tag-ganhas ";" ws-tag-perdidas ";"
                        ws-tag-expiradas ";" ws-tag-abertas ";"
                        ws-tag-valor-cotado ";" ws-tag-valor-ganho ";"
                        ws-taxa-acerto
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> Taxa de acerto sobre as resolvidas; so abertas no prazo nao
      *> entram na conta.
       2270-edita-linha section.
       2270.
            compute ws-qtde-resolvidas =
                    ws-tag-ganhas + ws-tag-perdidas + ws-tag-expiradas
            if   ws-qtde-resolvidas > zeroes
                 compute ws-taxa-acerto rounded =
                         (ws-tag-ganhas * 100) / ws-qtde-resolvidas
            else
                 move zeroes                       to ws-taxa-acerto
            end-if
            move ws-tag-ganhas                     to ws-lin-ganhas
            move ws-tag-perdidas                   to ws-lin-perdidas
            move ws-tag-expiradas                  to ws-lin-expiradas
            move ws-tag-abertas                    to ws-lin-abertas
            move ws-tag-valor-cotado               to ws-lin-valor-cotado
            move ws-tag-valor-ganho                to ws-lin-valor-ganho
            move ws-taxa-acerto                    to ws-lin-taxa
           .
       2270-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh02088r

            if   ws-tracelog-csbh02088r
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
            if   ws-tracelog-csbh02088r
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
       COPY CSBHL013.
       COPY CSBHL033.
       COPY CSBHL043.
       COPY CSBHL121.
