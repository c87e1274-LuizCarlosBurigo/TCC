       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02086R.
      *>=====================================================================
      *> Devolucoes de cliente do mes por motivo da RMA (CSBHD047 tipo
      *> "D") e por destino da triagem (CSBHD116): para cada motivo e
      *> produto, a quantidade devolvida, o que ainda espera triagem e
      *> o classificado em disponivel ("A"), segunda qualidade ("B"),
      *> sucata ("S") e devolvido ao fornecedor ("F"), com subtotal do
      *> motivo e total geral. Entram as linhas da empresa/filial com
      *> data de devolucao no periodo (lnk-periodo-fechamento, zero =
      *> mes anterior). Com lnk-saida-csv sai tambem CSBH02086R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS047.
           COPY CSBHS116.

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
           COPY CSBHF047.
           COPY CSBHF116.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-devolucao.
                03 srt-cd-motivo                   pic 9(03).
                03 srt-cd-produto                  pic 9(09).
                03 srt-qtde-devolvida              pic 9(09).
                03 srt-qtde-pendente               pic 9(09).
                03 srt-qtde-disponivel             pic 9(09).
                03 srt-qtde-segunda                pic 9(09).
                03 srt-qtde-sucata                 pic 9(09).
                03 srt-qtde-fornecedor             pic 9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02086R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02086r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02086r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-devolucao                  pic x(01) value spaces.
              88 ws-fim-devolucao                            value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-motivo-corrente                   pic 9(03) value zeroes.
           03 ws-produto-corrente                  pic 9(09) value zeroes.
           03 ws-ds-motivo                         pic x(40) value spaces.
           03 ws-ds-produto                        pic x(30) value spaces.
           03 ws-qtde-linhas                       pic 9(07) value zeroes.
      *> Acumuladores: devolvido, pendente, A, B, S, F - do produto, do
      *> motivo e geral.
           03 ws-tot-produto.
              05 ws-tpr-qtde occurs 6 times        pic 9(09).
           03 ws-tot-motivo.
              05 ws-tmo-qtde occurs 6 times        pic 9(09).
           03 ws-tot-geral.
              05 ws-tge-qtde occurs 6 times        pic 9(09).
           03 ws-ind                               pic 9(01) value zeroes.
           03 ws-linha-qtdes.
              05 ws-lin-qtde occurs 6 times        pic z(8)9.
           03 ws-linha-qtdes-r redefines ws-linha-qtdes.
              05 ws-lin-devolvida                  pic x(09).
              05 ws-lin-pendente                   pic x(09).
              05 ws-lin-disponivel                 pic x(09).
              05 ws-lin-segunda                    pic x(09).
              05 ws-lin-sucata                     pic x(09).
              05 ws-lin-fornecedor                 pic x(09).

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
                   "/CSBH02086R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02086R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD047
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD116
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-motivo srt-cd-produto
                      input procedure  2100-seleciona-devolucoes
                      output procedure 2200-gera-relatorio
            end-if
            close CSBHD044
            close CSBHD047
            close CSBHD116

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-devolucoes section.
       2100.
            initialize                             ftri-chave-1
            move lnk-cd-empresa                    to ftri-cd-empresa
            move lnk-cd-filial                     to ftri-cd-filial
            perform 9000-str-CSBHD116-gtr
            move spaces                            to ws-id-fim-devolucao
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-devolucao
            end-if
            perform until ws-fim-devolucao
                 perform 9000-ler-CSBHD116-next
                 if   not ws-operacao-ok
                 or   ftri-cd-empresa not equal lnk-cd-empresa
                 or   ftri-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-devolucao
                 else
                      if   ftri-data-devolucao (1:6) equal ws-periodo
                           initialize              srt-devolucao
                           move ftri-cd-motivo     to srt-cd-motivo
                           move ftri-cd-produto    to srt-cd-produto
                           move ftri-qtde-devolvida
                                                   to srt-qtde-devolvida
                           move ftri-qtde-pendente to srt-qtde-pendente
                           move ftri-qtde-disponivel
                                                   to srt-qtde-disponivel
                           move ftri-qtde-segunda  to srt-qtde-segunda
                           move ftri-qtde-sucata   to srt-qtde-sucata
                           move ftri-qtde-fornecedor
                                                   to srt-qtde-fornecedor
                           add 1                   to ws-qtde-linhas
                           release srt-devolucao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Devolucoes por motivo e destino da triagem - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " periodo " ws-periodo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02086R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "motivo;produto;devolvido;pendente;disponivel;segunda;sucata;fornecedor"
                                                   to csv-linha
                 write csv-linha
            end-if

            initialize                             ws-tot-geral
            move "S"                               to ws-id-primeiro-grupo
            move spaces                            to ws-id-fim-devolucao
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-devolucao
            end-return
            perform until ws-fim-devolucao
                 if   ws-primeiro-grupo
                      move spaces                  to ws-id-primeiro-grupo
                      perform 2230-abre-motivo
                      perform 2250-abre-produto
                 else
                      if   srt-cd-motivo not equal ws-motivo-corrente
                           perform 2260-fecha-produto
                           perform 2240-fecha-motivo
                           perform 2230-abre-motivo
                           perform 2250-abre-produto
                      else
                           if   srt-cd-produto not equal ws-produto-corrente
                                perform 2260-fecha-produto
                                perform 2250-abre-produto
                           end-if
                      end-if
                 end-if
                 add srt-qtde-devolvida            to ws-tpr-qtde (1)
                 add srt-qtde-pendente             to ws-tpr-qtde (2)
                 add srt-qtde-disponivel           to ws-tpr-qtde (3)
                 add srt-qtde-segunda              to ws-tpr-qtde (4)
                 add srt-qtde-sucata               to ws-tpr-qtde (5)
                 add srt-qtde-fornecedor           to ws-tpr-qtde (6)
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-devolucao
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2260-fecha-produto
                 perform 2240-fecha-motivo
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
       2230-abre-motivo section.
       2230.
            move srt-cd-motivo                     to ws-motivo-corrente
            initialize                             ws-tot-motivo
            move "(motivo nao cadastrado)"         to ws-ds-motivo
            if   srt-cd-motivo equal zeroes
                 move "(sem RMA)"                  to ws-ds-motivo
            else
                 initialize                        fmtv-chave-1
                 move "D"                          to fmtv-tipo-motivo
                 move srt-cd-motivo                to fmtv-cd-motivo
                 perform 9000-ler-CSBHD047-ran
                 if   ws-operacao-ok
                      move fmtv-ds-motivo          to ws-ds-motivo
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Motivo " srt-cd-motivo " " ws-ds-motivo
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Produto   Descricao                      "
                   "Devolvido Pendente Disponivel  Segunda   Sucata Fornecedor"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-motivo section.
       2240.
            perform varying ws-ind from 1 by 1 until ws-ind > 6
                 move ws-tmo-qtde (ws-ind)         to ws-lin-qtde (ws-ind)
                 add ws-tmo-qtde (ws-ind)          to ws-tge-qtde (ws-ind)
            end-perform
            move spaces                            to rel-linha
            string "  Total do motivo                         "
                   ws-lin-devolvida " " ws-lin-pendente " "
                   ws-lin-disponivel " " ws-lin-segunda " "
                   ws-lin-sucata " " ws-lin-fornecedor
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
            perform varying ws-ind from 1 by 1 until ws-ind > 6
                 move ws-tpr-qtde (ws-ind)         to ws-lin-qtde (ws-ind)
                 add ws-tpr-qtde (ws-ind)          to ws-tmo-qtde (ws-ind)
            end-perform
            move spaces                            to rel-linha
            string "  " ws-produto-corrente " " ws-ds-produto " "
                   ws-lin-devolvida " " ws-lin-pendente " "
                   ws-lin-disponivel " " ws-lin-segunda " "
                   ws-lin-sucata " " ws-lin-fornecedor
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-motivo-corrente ";" ws-produto-corrente ";"
                        ws-tpr-qtde (1) ";" ws-tpr-qtde (2) ";"
                        ws-tpr-qtde (3) ";" ws-tpr-qtde (4) ";"
                        ws-tpr-qtde (5) ";" ws-tpr-qtde (6)
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2260-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            perform varying ws-ind from 1 by 1 until ws-ind > 6
                 move ws-tge-qtde (ws-ind)         to ws-lin-qtde (ws-ind)
            end-perform
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas de devolucao : " ws-qtde-linhas
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Total geral                               "
                   ws-lin-devolvida " " ws-lin-pendente " "
                   ws-lin-disponivel " " ws-lin-segunda " "
                   ws-lin-sucata " " ws-lin-fornecedor
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

            move ws-qtde-linhas                    to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02086r

            if   ws-tracelog-csbh02086r
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
            if   ws-tracelog-csbh02086r
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
       COPY CSBHL047.
       COPY CSBHL116.
