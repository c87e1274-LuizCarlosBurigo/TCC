       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02078R.
      *>=====================================================================
      *> Pontualidade mensal do fornecedor contra a janela de doca
      *> reservada (CSBHD104), no mes da data de referencia
      *> (lnk-dt-referencia; zero = mes corrente). Por fornecedor:
      *> agendamentos do mes, chegadas no prazo (ate tolerancia-minutos
      *> antes ou depois do inicio da janela), atrasadas e adiantadas,
      *> o atraso medio em minutos das atrasadas, os que nao vieram
      *> (janela ja passada ainda na situacao agendada), os ainda por
      *> vir, os cancelados e as Entradas do mes recebidas sem
      *> agendamento (fdetd-sem-agendamento, CSBHD007). Percentual de
      *> pontualidade = no prazo / chegadas. Com lnk-saida-csv as linhas
      *> saem tambem em CSBH02078R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS104.

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
           COPY CSBHF007.
           COPY CSBHF104.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-pontualidade.
                03 srt-cd-fornecedor                pic 9(09).
                03 srt-tipo                         pic x(01).
                   88 srt-agendamento                          value "A".
                   88 srt-entrada-sem-agendamento              value "E".
                03 srt-situacao                     pic x(01).
                   88 srt-no-prazo                             value "P".
                   88 srt-atrasado                             value "T".
                   88 srt-adiantado                            value "D".
                   88 srt-nao-veio                             value "N".
                   88 srt-pendente                             value "A".
                   88 srt-cancelado                            value "X".
                03 srt-minutos-atraso               pic s9(05).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02078R".
       78  tolerancia-minutos                                value 30.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02078r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02078r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-data-referencia                   pic 9(08) value zeroes.
           03 ws-data-referencia-r redefines ws-data-referencia.
              05 ws-ano-mes-referencia             pic 9(06).
              05 filler                            pic 9(02).
           03 ws-data-agd                          pic 9(08) value zeroes.
           03 ws-data-agd-r redefines ws-data-agd.
              05 ws-ano-mes-agd                    pic 9(06).
              05 filler                            pic 9(02).
           03 ws-hora-hhmm                         pic 9(04) value zeroes.
           03 ws-hora-hhmm-r redefines ws-hora-hhmm.
              05 ws-hh-hhmm                        pic 9(02).
              05 ws-mm-hhmm                        pic 9(02).
           03 ws-minuto-janela                     pic 9(05) value zeroes.
           03 ws-minuto-chegada                    pic 9(05) value zeroes.
           03 ws-cd-fornecedor-corrente            pic 9(09) value zeroes.
           03 ws-fornecedor-totais.
              05 ws-qtde-agendamentos              pic 9(05).
              05 ws-qtde-no-prazo                  pic 9(05).
              05 ws-qtde-atrasados                 pic 9(05).
              05 ws-qtde-adiantados                pic 9(05).
              05 ws-qtde-nao-veio                  pic 9(05).
              05 ws-qtde-pendentes                 pic 9(05).
              05 ws-qtde-cancelados                pic 9(05).
              05 ws-qtde-sem-agendamento           pic 9(05).
              05 ws-soma-minutos-atraso            pic 9(09).
           03 ws-geral-totais.
              05 ws-total-agendamentos             pic 9(07).
              05 ws-total-no-prazo                 pic 9(07).
              05 ws-total-atrasados                pic 9(07).
              05 ws-total-adiantados               pic 9(07).
              05 ws-total-nao-veio                 pic 9(07).
              05 ws-total-pendentes                pic 9(07).
              05 ws-total-cancelados               pic 9(07).
              05 ws-total-sem-agendamento          pic 9(07).
           03 ws-qtde-chegadas                     pic 9(05) value zeroes.
           03 ws-atraso-medio                      pic 9(05) value zeroes.
           03 ws-perc-pontualidade                 pic 9(03)v9 value zeroes.
           03 ws-perc-edt                          pic zz9.9.
           03 ws-qtde-fornecedores                 pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
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

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to ws-data-hoje
            if   lnk-dt-referencia not = zero
                 move lnk-dt-referencia            to ws-data-referencia
            else
                 move ws-data-hoje                 to ws-data-referencia
            end-if
            initialize                             ws-geral-totais
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02078R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02078R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-cd-fornecedor
                 input procedure  2100-gera-ocorrencias
                 output procedure 2200-gera-relatorio

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Uma ocorrencia por agendamento do mes, ja classificada, e uma por
      *> Entrada do mes recebida sem agendamento.
       2100-gera-ocorrencias section.
       2100.
            perform 9000-abrir-i-CSBHD104
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if

            move low-values                        to fagd-chave-1
            perform 9000-str-CSBHD104-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD104-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      move fagd-data               to ws-data-agd
                      if   ws-ano-mes-agd equal ws-ano-mes-referencia
                           perform 2110-classifica-agendamento
                      end-if
                 end-if
            end-perform

            initialize                             fdetd-entrada
            compute ws-data-agd = ws-ano-mes-referencia * 100
            move ws-data-agd                       to fdetd-data-entrada
            perform 9000-str-CSBHD007-gtr-3
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD007-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      move fdetd-data-entrada      to ws-data-agd
                      if   ws-ano-mes-agd not equal ws-ano-mes-referencia
                           move "S"                to ws-id-fim-leitura
                      else
                           if   fdetd-sem-agendamento
                                move fdetd-cd-fornecedor to srt-cd-fornecedor
                                move "E"           to srt-tipo
                                move spaces        to srt-situacao
                                move zeroes        to srt-minutos-atraso
                                release srt-pontualidade
                           end-if
                      end-if
                 end-if
            end-perform

            close CSBHD104
            close CSBHD007
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Chegada comparada com o inicio da janela; descarga registrada
      *> sem chegada ja trouxe a chegada para o inicio da descarga.
       2110-classifica-agendamento section.
       2110.
            move fagd-cd-fornecedor                to srt-cd-fornecedor
            move "A"                               to srt-tipo
            move zeroes                            to srt-minutos-atraso
            evaluate true
                when fagd-situacao-cancelada
                     move "X"                      to srt-situacao
                when fagd-situacao-agendada
                     if   fagd-data < ws-data-hoje
                          move "N"                 to srt-situacao
                     else
                          move "A"                 to srt-situacao
                     end-if
                when other
                     move fagd-hora-slot           to ws-hora-hhmm
                     compute ws-minuto-janela = ws-hh-hhmm * 60 + ws-mm-hhmm
                     move fagd-hora-chegada        to ws-hora-hhmm
                     compute ws-minuto-chegada = ws-hh-hhmm * 60 + ws-mm-hhmm
                     compute srt-minutos-atraso =
                             ws-minuto-chegada - ws-minuto-janela
                     evaluate true
                         when srt-minutos-atraso > tolerancia-minutos
                              move "T"             to srt-situacao
                         when srt-minutos-atraso < 0 - tolerancia-minutos
                              move "D"             to srt-situacao
                         when other
                              move "P"             to srt-situacao
                     end-evaluate
            end-evaluate
            release srt-pontualidade
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Totaliza as ocorrencias ja ordenadas e escreve uma linha a cada
      *> quebra de fornecedor.
       2200-gera-relatorio section.
       2200.
            open output relatorio
            perform 2210-cabecalho
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02078R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "ano_mes;fornecedor;agendamentos;no_prazo;atrasados;adiantados;atraso_medio_min;nao_veio;a_vir;cancelados;entradas_sem_agendamento;perc_pontualidade"
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
                      move srt-cd-fornecedor       to ws-cd-fornecedor-corrente
                      initialize                   ws-fornecedor-totais
                      move spaces                  to ws-id-primeiro-grupo
                 else
                      if   srt-cd-fornecedor not = ws-cd-fornecedor-corrente
                           perform 2220-escreve-fornecedor
                           move srt-cd-fornecedor  to ws-cd-fornecedor-corrente
                           initialize              ws-fornecedor-totais
                      end-if
                 end-if
                 if   srt-entrada-sem-agendamento
                      add 1                        to ws-qtde-sem-agendamento
                 else
                      add 1                        to ws-qtde-agendamentos
                      evaluate true
                          when srt-no-prazo
                               add 1               to ws-qtde-no-prazo
                          when srt-atrasado
                               add 1               to ws-qtde-atrasados
                               add srt-minutos-atraso to ws-soma-minutos-atraso
                          when srt-adiantado
                               add 1               to ws-qtde-adiantados
                          when srt-nao-veio
                               add 1               to ws-qtde-nao-veio
                          when srt-pendente
                               add 1               to ws-qtde-pendentes
                          when other
                               add 1               to ws-qtde-cancelados
                      end-evaluate
                 end-if
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-leitura
                 end-return
            end-perform

            if   not ws-primeiro-grupo
                 perform 2220-escreve-fornecedor
            end-if
            perform 2900-rodape

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-cabecalho section.
       2210.
            move spaces                            to rel-linha
            string "Pontualidade do fornecedor na doca de recebimento - "
                   ws-ano-mes-referencia (5:2) "/"
                   ws-ano-mes-referencia (1:4)
                   "  (tolerancia de " tolerancia-minutos " min)"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Fornecedor Agend. NoPrazo Atras. Adiant. AtrMed NaoVeio A-vir Canc. SemAgend %Pont"
                   delimited by size into rel-linha
            write rel-linha
           .
       2210-exit.
            exit.
      *>=====================================================================
       2220-escreve-fornecedor section.
       2220.
            add 1                                  to ws-qtde-fornecedores
            compute ws-qtde-chegadas = ws-qtde-no-prazo + ws-qtde-atrasados
                                     + ws-qtde-adiantados
            move zeroes                            to ws-atraso-medio
            if   ws-qtde-atrasados > zeroes
                 compute ws-atraso-medio rounded =
                         ws-soma-minutos-atraso / ws-qtde-atrasados
            end-if
            move zeroes                            to ws-perc-pontualidade
            if   ws-qtde-chegadas > zeroes
                 compute ws-perc-pontualidade rounded =
                         ws-qtde-no-prazo * 100 / ws-qtde-chegadas
            end-if
            move ws-perc-pontualidade              to ws-perc-edt

            add ws-qtde-agendamentos               to ws-total-agendamentos
            add ws-qtde-no-prazo                   to ws-total-no-prazo
            add ws-qtde-atrasados                  to ws-total-atrasados
            add ws-qtde-adiantados                 to ws-total-adiantados
            add ws-qtde-nao-veio                   to ws-total-nao-veio
            add ws-qtde-pendentes                  to ws-total-pendentes
            add ws-qtde-cancelados                 to ws-total-cancelados
            add ws-qtde-sem-agendamento            to ws-total-sem-agendamento

            move spaces                            to rel-linha
            string ws-cd-fornecedor-corrente " " ws-qtde-agendamentos " "
                   ws-qtde-no-prazo "   " ws-qtde-atrasados "  "
                   ws-qtde-adiantados "   " ws-atraso-medio "  "
                   ws-qtde-nao-veio "   " ws-qtde-pendentes " "
                   ws-qtde-cancelados " " ws-qtde-sem-agendamento "    "
                   ws-perc-edt
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-ano-mes-referencia ";"
                        ws-cd-fornecedor-corrente ";"
                        ws-qtde-agendamentos ";" ws-qtde-no-prazo ";"
                        ws-qtde-atrasados ";" ws-qtde-adiantados ";"
                        ws-atraso-medio ";" ws-qtde-nao-veio ";"
                        ws-qtde-pendentes ";" ws-qtde-cancelados ";"
                        ws-qtde-sem-agendamento ";" ws-perc-pontualidade
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2220-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Fornecedores                   : " ws-qtde-fornecedores
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Agendamentos no mes            : " ws-total-agendamentos
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Chegadas no prazo            : " ws-total-no-prazo
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Chegadas atrasadas           : " ws-total-atrasados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Chegadas adiantadas          : " ws-total-adiantados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Nao vieram                   : " ws-total-nao-veio
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Ainda por vir                : " ws-total-pendentes
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Cancelados                   : " ws-total-cancelados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Entradas sem agendamento       : " ws-total-sem-agendamento
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

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
            move Return-Code                    to ws-id-tracelog-csbh02078r

            if   ws-tracelog-csbh02078r
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
            if   ws-tracelog-csbh02078r
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL104.
