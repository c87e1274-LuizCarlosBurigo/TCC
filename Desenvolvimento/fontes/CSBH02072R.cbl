       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02072R.
      *>=====================================================================
      *> Balancete do diario contabil: soma os lancamentos por documento
      *> de CSBHD096 por periodo (ano/mes da data do lancamento),
      *> empresa/filial e conta - total a debito, total a credito e
      *> saldo de cada conta - e, no fechamento de cada periodo, prova
      *> que o total de debitos e igual ao total de creditos; periodo
      *> divergente sai marcado "DIVERGENTE". Cada lancamento do diario
      *> entra duas vezes no sort: uma na conta de debito e outra na de
      *> credito. O periodo segue lnk-periodo-fechamento (zero = todos
      *> os periodos do diario).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS096.

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
           COPY CSBHF096.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-lancamento.
                03 srt-periodo                     pic 9(06).
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-conta                       pic 9(05).
                03 srt-valor-debito                pic 9(13)v99.
                03 srt-valor-credito               pic 9(13)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02072R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02072r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02072r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-lancamento                 pic x(01) value spaces.
              88 ws-fim-lancamento                           value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-periodo-corrente                  pic 9(06) value zeroes.
           03 ws-conta-chave-corrente.
              05 ws-cd-empresa-corrente            pic 9(03) value zeroes.
              05 ws-cd-filial-corrente             pic 9(03) value zeroes.
              05 ws-conta-corrente                 pic 9(05) value zeroes.
           03 ws-conta-chave-lida.
              05 ws-cd-empresa-lida                pic 9(03) value zeroes.
              05 ws-cd-filial-lida                 pic 9(03) value zeroes.
              05 ws-conta-lida                     pic 9(05) value zeroes.
           03 ws-debito-conta                      pic 9(15)v99 value zeroes.
           03 ws-credito-conta                     pic 9(15)v99 value zeroes.
           03 ws-saldo-conta                       pic s9(15)v99 value zeroes.
           03 ws-debito-periodo                    pic 9(15)v99 value zeroes.
           03 ws-credito-periodo                   pic 9(15)v99 value zeroes.
           03 ws-situacao-periodo                  pic x(10) value spaces.
           03 ws-qtde-lancamentos                  pic 9(09) value zeroes.
           03 ws-qtde-periodos                     pic 9(05) value zeroes.
           03 ws-qtde-divergentes                  pic 9(05) value zeroes.
           03 ws-debito-edt                        pic -(15)9,99.
           03 ws-credito-edt                       pic -(15)9,99.
           03 ws-saldo-edt                         pic -(15)9,99.

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
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02072R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02072R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-periodo srt-cd-empresa srt-cd-filial
                               srt-conta
                 input procedure  2100-seleciona-lancamentos
                 output procedure 2200-gera-relatorio

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Cada lancamento do diario vira duas linhas de sort: o valor a
      *> debito na conta de debito e o mesmo valor a credito na conta
      *> de credito, cada uma na empresa/filial do lancamento.
       2100-seleciona-lancamentos section.
       2100.
            perform 9000-abrir-i-CSBHD096
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            move low-values                        to fdlc-chave-1
            perform 9000-str-CSBHD096-gtr
            move spaces                             to ws-id-fim-lancamento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-lancamento
            end-if
            perform 2110-proximo-lancamento
            perform until ws-fim-lancamento
                 if   lnk-periodo-fechamento equal zeroes
                 or   fdlc-periodo equal lnk-periodo-fechamento
                      add 1                         to ws-qtde-lancamentos
                      move fdlc-periodo             to srt-periodo
                      move fdlc-cd-empresa          to srt-cd-empresa
                      move fdlc-cd-filial           to srt-cd-filial
                      move fdlc-conta-debito        to srt-conta
                      move fdlc-valor               to srt-valor-debito
                      move zeroes                   to srt-valor-credito
                      release srt-lancamento
                      move fdlc-conta-credito       to srt-conta
                      move zeroes                   to srt-valor-debito
                      move fdlc-valor               to srt-valor-credito
                      release srt-lancamento
                 end-if
                 perform 2110-proximo-lancamento
            end-perform
            close CSBHD096
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-proximo-lancamento section.
       2110.
            if   ws-fim-lancamento
                 exit section
            end-if
            perform 9000-ler-CSBHD096-next
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-lancamento
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Balancete do diario contabil" delimited by size
                                                     into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02072R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "periodo;empresa;filial;conta;debito;credito;saldo"
                                                   to csv-linha
                 write csv-linha
            end-if

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-lancamento
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-lancamento
            end-return
            perform until ws-fim-lancamento
                 move srt-cd-empresa               to ws-cd-empresa-lida
                 move srt-cd-filial                to ws-cd-filial-lida
                 move srt-conta                    to ws-conta-lida
                 if   ws-primeiro-grupo
                      move spaces                   to ws-id-primeiro-grupo
                      perform 2230-abre-periodo
                      perform 2250-abre-conta
                 else
                      if   srt-periodo not equal ws-periodo-corrente
                           perform 2260-fecha-conta
                           perform 2240-fecha-periodo
                           perform 2230-abre-periodo
                           perform 2250-abre-conta
                      else
                           if   ws-conta-chave-lida not equal
                                ws-conta-chave-corrente
                                perform 2260-fecha-conta
                                perform 2250-abre-conta
                           end-if
                      end-if
                 end-if
                 add srt-valor-debito              to ws-debito-conta
                 add srt-valor-credito             to ws-credito-conta
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-lancamento
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2260-fecha-conta
                 perform 2240-fecha-periodo
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
       2230-abre-periodo section.
       2230.
            move srt-periodo                       to ws-periodo-corrente
            move zeroes                            to ws-debito-periodo
                                                      ws-credito-periodo
            add 1                                  to ws-qtde-periodos
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Periodo " ws-periodo-corrente (1:4) "/"
                   ws-periodo-corrente (5:2) delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Emp/Fil  Conta              Debito"
                   "              Credito                Saldo"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
      *> Prova do periodo: a soma dos debitos tem de ser igual a soma dos
      *> creditos - diferenca marca o periodo como divergente.
       2240-fecha-periodo section.
       2240.
            if   ws-debito-periodo equal ws-credito-periodo
                 move "OK"                         to ws-situacao-periodo
            else
                 move "DIVERGENTE"                 to ws-situacao-periodo
                 add 1                             to ws-qtde-divergentes
            end-if
            move ws-debito-periodo                 to ws-debito-edt
            move ws-credito-periodo                to ws-credito-edt
            compute ws-saldo-conta =
                    ws-debito-periodo - ws-credito-periodo
            move ws-saldo-conta                    to ws-saldo-edt
            move spaces                            to rel-linha
            string "  Total do periodo " ws-periodo-corrente
                   " " ws-debito-edt " " ws-credito-edt
                   " " ws-saldo-edt "  " ws-situacao-periodo
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-abre-conta section.
       2250.
            move ws-conta-chave-lida               to ws-conta-chave-corrente
            move zeroes                            to ws-debito-conta
                                                      ws-credito-conta
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-fecha-conta section.
       2260.
            add ws-debito-conta                    to ws-debito-periodo
            add ws-credito-conta                   to ws-credito-periodo
            compute ws-saldo-conta =
                    ws-debito-conta - ws-credito-conta
            move ws-debito-conta                   to ws-debito-edt
            move ws-credito-conta                  to ws-credito-edt
            move ws-saldo-conta                    to ws-saldo-edt
            move spaces                            to rel-linha
            string "  " ws-cd-empresa-corrente "/" ws-cd-filial-corrente
                   "  " ws-conta-corrente
                   " " ws-debito-edt " " ws-credito-edt
                   " " ws-saldo-edt
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string ws-periodo-corrente ";" ws-cd-empresa-corrente ";"
                        ws-cd-filial-corrente ";" ws-conta-corrente ";"
                        ws-debito-conta ";" ws-credito-conta ";"
                        ws-saldo-conta
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2260-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Lancamentos : " ws-qtde-lancamentos
                   "   Periodos : " ws-qtde-periodos
                   "   Divergentes : " ws-qtde-divergentes
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

            move ws-qtde-lancamentos               to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02072r

            if   ws-tracelog-csbh02072r
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
            if   ws-tracelog-csbh02072r
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
       COPY CSBHL096.
