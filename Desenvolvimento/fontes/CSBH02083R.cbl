       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02083R.
      *>=====================================================================
      *> Sinistros de transporte do mes (CSBHD112) da empresa/filial,
      *> por transportadora e situacao: entram os sinistros abertos no
      *> periodo, os encerrados no periodo (recusa ou recuperacao
      *> final) e todos os que seguem pendentes (abertos ou aceitos
      *> ainda nao recuperados), desde que abertos ate o fim do
      *> periodo. Cada linha traz Saida, ocorrencia, tipo, abertura,
      *> idade em dias (pendente: ate o fim do periodo; encerrado: ate
      *> a decisao ou a ultima recuperacao), valor reclamado,
      *> recuperado e saldo. A transportadora fecha com quantidade e
      *> valores por situacao e com o saldo pendente por faixa de
      *> idade (ate 30, 31-60, 61-90 e acima de 90 dias). O periodo
      *> segue lnk-periodo-fechamento (zero = mes anterior). Com
      *> lnk-saida-csv sai tambem CSBH02083R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS112.

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
           COPY CSBHF112.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-sinistro.
                03 srt-cd-transportadora           pic 9(09).
                03 srt-ordem-situacao              pic 9(01).
                03 srt-situacao                    pic x(01).
                03 srt-data-abertura               pic 9(08).
                03 srt-cd-sinistro                 pic 9(09).
                03 srt-cd-saida                    pic 9(09).
                03 srt-sequencia-ocorrencia        pic 9(04).
                03 srt-tipo                        pic x(01).
                03 srt-forma-recuperacao           pic x(01).
                03 srt-idade-dias                  pic 9(05).
                03 srt-valor-reclamado             pic s9(11)v99.
                03 srt-valor-recuperado            pic s9(11)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02083R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02083r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02083r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-sinistro                   pic x(01) value spaces.
              88 ws-fim-sinistro                             value "S" "s".
           03 ws-id-primeira-transportadora        pic x(01) value spaces.
              88 ws-primeira-transportadora                  value "S" "s".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-data-inicio-proximo               pic 9(08) value zeroes.
           03 ws-data-inicio-proximo-r redefines ws-data-inicio-proximo.
              05 ws-proximo-ano                    pic 9(04).
              05 ws-proximo-mes                    pic 9(02).
              05 ws-proximo-dia                    pic 9(02).
           03 ws-data-fim-periodo                  pic 9(08) value zeroes.
           03 ws-fim-periodo-inteiro               pic 9(08) value zeroes.
           03 ws-data-encerramento                 pic 9(08) value zeroes.
           03 ws-id-selecionado                    pic x(01) value spaces.
              88 ws-selecionado                              value "S".
           03 ws-transportadora-corrente           pic 9(09) value zeroes.
           03 ws-qtde-sinistros                    pic 9(09) value zeroes.
           03 ws-saldo                             pic s9(11)v99 value zeroes.
           03 ws-ind-situacao                      pic 9(01) value zeroes.
      *> Totais por situacao: 1 aberto, 2 aceito, 3 pago, 4 recusado.
           03 ws-tot-transportadora occurs 4 times.
              05 ws-ttr-qtde                       pic 9(05).
              05 ws-ttr-reclamado                  pic s9(11)v99.
              05 ws-ttr-recuperado                 pic s9(11)v99.
           03 ws-tot-geral occurs 4 times.
              05 ws-tge-qtde                       pic 9(07).
              05 ws-tge-reclamado                  pic s9(13)v99.
              05 ws-tge-recuperado                 pic s9(13)v99.
      *> Saldo pendente por faixa de idade: ate 30, 31-60, 61-90, +90.
           03 ws-faixa-idade occurs 4 times        pic s9(11)v99.
           03 ws-ind-faixa                         pic 9(01) value zeroes.
           03 ws-ds-situacao                       pic x(09) value spaces.
           03 ws-reclamado-edt                     pic z(10)9.99.
           03 ws-recuperado-edt                    pic z(10)9.99.
           03 ws-saldo-edt                         pic -(10)9.99.
           03 ws-faixa-edt occurs 4 times          pic -(10)9.99.
           03 ws-tot-reclamado-edt                 pic z(12)9.99.
           03 ws-tot-recuperado-edt                pic z(12)9.99.

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

            move 1                                 to ws-proximo-dia
            if   ws-periodo-mes = 12
                 compute ws-proximo-ano = ws-periodo-ano + 1
                 move 1                            to ws-proximo-mes
            else
                 move ws-periodo-ano               to ws-proximo-ano
                 compute ws-proximo-mes = ws-periodo-mes + 1
            end-if
            compute ws-fim-periodo-inteiro =
                    function integer-of-date(ws-data-inicio-proximo) - 1
            compute ws-data-fim-periodo =
                    function date-of-integer(ws-fim-periodo-inteiro)
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02083R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02083R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-cd-transportadora srt-ordem-situacao
                               srt-data-abertura srt-cd-sinistro
                 input procedure  2100-seleciona-sinistros
                 output procedure 2200-gera-relatorio

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-sinistros section.
       2100.
            perform 9000-abrir-i-CSBHD112
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 close CSBHD112
                 exit section
            end-if
            initialize                             fsin-chave-1
            move lnk-cd-empresa                    to fsin-cd-empresa
            move lnk-cd-filial                     to fsin-cd-filial
            perform 9000-str-CSBHD112-gtr
            move spaces                            to ws-id-fim-sinistro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-sinistro
            end-if
            perform until ws-fim-sinistro
                 perform 9000-ler-CSBHD112-next
                 if   not ws-operacao-ok
                 or   fsin-cd-empresa not equal lnk-cd-empresa
                 or   fsin-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-sinistro
                 else
                      if   fsin-data-abertura not > ws-data-fim-periodo
                           perform 2110-libera-sinistro
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD112
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-sinistro section.
       2110.
            move spaces                            to ws-id-selecionado
            move zeroes                            to ws-data-encerramento
            evaluate true
                when fsin-situacao-recusado
                     move fsin-data-decisao        to ws-data-encerramento
                when fsin-situacao-pago
                     move fsin-data-recuperacao    to ws-data-encerramento
            end-evaluate
            if   fsin-data-abertura (1:6) equal ws-periodo
            or   fsin-situacao-aberto
            or   fsin-situacao-aceito
            or   ws-data-encerramento (1:6) equal ws-periodo
                 move "S"                          to ws-id-selecionado
            end-if
            if   not ws-selecionado
                 exit section
            end-if

            initialize                             srt-sinistro
            move fsin-cd-transportadora            to srt-cd-transportadora
            evaluate true
                when fsin-situacao-aberto
                     move 1                        to srt-ordem-situacao
                when fsin-situacao-aceito
                     move 2                        to srt-ordem-situacao
                when fsin-situacao-pago
                     move 3                        to srt-ordem-situacao
                when other
                     move 4                        to srt-ordem-situacao
            end-evaluate
            move fsin-situacao                     to srt-situacao
            move fsin-data-abertura                to srt-data-abertura
            move fsin-cd-sinistro                  to srt-cd-sinistro
            move fsin-cd-saida                     to srt-cd-saida
            move fsin-sequencia-ocorrencia         to srt-sequencia-ocorrencia
            move fsin-tipo                         to srt-tipo
            move fsin-forma-recuperacao            to srt-forma-recuperacao
            move fsin-valor-reclamado              to srt-valor-reclamado
            move fsin-valor-recuperado             to srt-valor-recuperado
            if   ws-data-encerramento equal zeroes
            or   ws-data-encerramento > ws-data-fim-periodo
                 move ws-data-fim-periodo          to ws-data-encerramento
            end-if
            if   ws-data-encerramento > fsin-data-abertura
                 compute srt-idade-dias =
                         function integer-of-date(ws-data-encerramento)
                       - function integer-of-date(fsin-data-abertura)
            else
                 move zeroes                       to srt-idade-dias
            end-if
            add 1                                  to ws-qtde-sinistros
            release srt-sinistro
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Sinistros de transporte - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " periodo " ws-periodo
                   " (idade ate " ws-data-fim-periodo ")"
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02083R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "transportadora;situacao;sinistro;saida;ocorrencia;tipo;abertura;idade;forma;reclamado;recuperado"
                                                   to csv-linha
                 write csv-linha
            end-if

            initialize                             ws-tot-geral (1)
                                                   ws-tot-geral (2)
                                                   ws-tot-geral (3)
                                                   ws-tot-geral (4)
            move "S"                               to ws-id-primeira-transportadora
            move spaces                            to ws-id-fim-sinistro
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-sinistro
            end-return
            perform until ws-fim-sinistro
                 if   ws-primeira-transportadora
                      move spaces                  to ws-id-primeira-transportadora
                      perform 2230-abre-transportadora
                 else
                      if   srt-cd-transportadora not equal
                           ws-transportadora-corrente
                           perform 2240-fecha-transportadora
                           perform 2230-abre-transportadora
                      end-if
                 end-if
                 perform 2250-imprime-sinistro
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-sinistro
                 end-return
            end-perform
            if   not ws-primeira-transportadora
                 perform 2240-fecha-transportadora
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
       2230-abre-transportadora section.
       2230.
            move srt-cd-transportadora             to ws-transportadora-corrente
            initialize                             ws-tot-transportadora (1)
                                                   ws-tot-transportadora (2)
                                                   ws-tot-transportadora (3)
                                                   ws-tot-transportadora (4)
            move zeroes                            to ws-faixa-idade (1)
                                                      ws-faixa-idade (2)
                                                      ws-faixa-idade (3)
                                                      ws-faixa-idade (4)
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Transportadora " srt-cd-transportadora
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Situacao  Sinistro  Saida     Ocor T Abertura Idade F"
                   "      Reclamado     Recuperado          Saldo"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-transportadora section.
       2240.
            perform varying ws-ind-situacao from 1 by 1
                    until ws-ind-situacao > 4
                 if   ws-ttr-qtde (ws-ind-situacao) > zeroes
                      perform 2245-descreve-situacao
                      move ws-ttr-reclamado (ws-ind-situacao)
                                                   to ws-tot-reclamado-edt
                      move ws-ttr-recuperado (ws-ind-situacao)
                                                   to ws-tot-recuperado-edt
                      move spaces                  to rel-linha
                      string "    Total " ws-ds-situacao ": "
                             ws-ttr-qtde (ws-ind-situacao)
                             "  reclamado " ws-tot-reclamado-edt
                             "  recuperado " ws-tot-recuperado-edt
                             delimited by size into rel-linha
                      write rel-linha
                 end-if
            end-perform
            perform varying ws-ind-faixa from 1 by 1
                    until ws-ind-faixa > 4
                 move ws-faixa-idade (ws-ind-faixa)
                                                   to ws-faixa-edt (ws-ind-faixa)
            end-perform
            move spaces                            to rel-linha
            string "    Pendente ate 30d " ws-faixa-edt (1)
                   "  31-60d " ws-faixa-edt (2)
                   "  61-90d " ws-faixa-edt (3)
                   "  +90d " ws-faixa-edt (4)
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2245-descreve-situacao section.
       2245.
            evaluate ws-ind-situacao
                when 1  move "aberto"              to ws-ds-situacao
                when 2  move "aceito"              to ws-ds-situacao
                when 3  move "pago"                to ws-ds-situacao
                when other
                        move "recusado"            to ws-ds-situacao
            end-evaluate
           .
       2245-exit.
            exit.
      *>=====================================================================
       2250-imprime-sinistro section.
       2250.
            move srt-ordem-situacao                to ws-ind-situacao
            add 1                                  to ws-ttr-qtde (ws-ind-situacao)
                                                      ws-tge-qtde (ws-ind-situacao)
            add srt-valor-reclamado                to ws-ttr-reclamado (ws-ind-situacao)
                                                      ws-tge-reclamado (ws-ind-situacao)
            add srt-valor-recuperado               to ws-ttr-recuperado (ws-ind-situacao)
                                                      ws-tge-recuperado (ws-ind-situacao)
            compute ws-saldo = srt-valor-reclamado - srt-valor-recuperado
            if   ws-ind-situacao < 3
                 evaluate true
                     when srt-idade-dias <= 30
                          move 1                   to ws-ind-faixa
                     when srt-idade-dias <= 60
                          move 2                   to ws-ind-faixa
                     when srt-idade-dias <= 90
                          move 3                   to ws-ind-faixa
                     when other
                          move 4                   to ws-ind-faixa
                 end-evaluate
                 add ws-saldo                      to ws-faixa-idade (ws-ind-faixa)
            else
                 move zeroes                       to ws-saldo
            end-if

            perform 2245-descreve-situacao
            move srt-valor-reclamado               to ws-reclamado-edt
            move srt-valor-recuperado              to ws-recuperado-edt
            move ws-saldo                          to ws-saldo-edt
            move spaces                            to rel-linha
            string "  " ws-ds-situacao " " srt-cd-sinistro " "
                   srt-cd-saida " " srt-sequencia-ocorrencia " "
                   srt-tipo " " srt-data-abertura " " srt-idade-dias " "
                   srt-forma-recuperacao " " ws-reclamado-edt " "
                   ws-recuperado-edt " " ws-saldo-edt
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string srt-cd-transportadora ";" srt-situacao ";"
                        srt-cd-sinistro ";" srt-cd-saida ";"
                        srt-sequencia-ocorrencia ";" srt-tipo ";"
                        srt-data-abertura ";" srt-idade-dias ";"
                        srt-forma-recuperacao ";" srt-valor-reclamado ";"
                        srt-valor-recuperado
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sinistros listados : " ws-qtde-sinistros
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-ind-situacao from 1 by 1
                    until ws-ind-situacao > 4
                 perform 2245-descreve-situacao
                 move ws-tge-reclamado (ws-ind-situacao)
                                                   to ws-tot-reclamado-edt
                 move ws-tge-recuperado (ws-ind-situacao)
                                                   to ws-tot-recuperado-edt
                 move spaces                       to rel-linha
                 string "  " ws-ds-situacao ": "
                        ws-tge-qtde (ws-ind-situacao)
                        "  reclamado " ws-tot-reclamado-edt
                        "  recuperado " ws-tot-recuperado-edt
                        delimited by size into rel-linha
                 write rel-linha
            end-perform
           .
       2290-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-sinistros                 to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02083r

            if   ws-tracelog-csbh02083r
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
            if   ws-tracelog-csbh02083r
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
       COPY CSBHL112.
