       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02075R.
      *>=====================================================================
      *> Relatorio de ordens de montagem de kit (CSBHD101) por filial:
      *> as ordens abertas, as com falta de componente e as concluidas,
      *> com tipo (montagem/desmontagem), kit, quantidade, lote,
      *> deposito, datas e o custo do kit na conclusao. Ordem com falta
      *> traz logo abaixo o que falta - o componente (CSBHD102) na
      *> montagem, o proprio kit na desmontagem - com a quantidade
      *> necessaria e o saldo da ultima avaliacao da CSBH03070K. As
      *> canceladas so contam no rodape. Subtotal por situacao em cada
      *> quebra de filial. Com lnk-saida-csv as ordens saem tambem em
      *> CSBH02075R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS101.
           COPY CSBHS102.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF101.
           COPY CSBHF102.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02075R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02075r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02075r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-ordem                      pic x(01) value spaces.
              88 ws-fim-ordem                                value "S" "s".
           03 ws-id-fim-componente                 pic x(01) value spaces.
              88 ws-fim-componente                           value "S" "s".
           03 ws-id-primeira-filial                pic x(01) value "S".
              88 ws-primeira-filial                          value "S" "s".
           03 ws-cd-empresa-corrente               pic 9(03) value zeroes.
           03 ws-cd-filial-corrente                pic 9(03) value zeroes.
           03 ws-ds-tipo                           pic x(11) value spaces.
           03 ws-ds-situacao                       pic x(09) value spaces.
           03 ws-custo-edt                         pic -(09)9,9999.
           03 ws-valor-edt                         pic -(13)9,99.
           03 ws-qtde-edt                          pic -(09)9.
           03 ws-filial-abertas                    pic 9(05) value zeroes.
           03 ws-filial-falta                      pic 9(05) value zeroes.
           03 ws-filial-concluidas                 pic 9(05) value zeroes.
           03 ws-total-abertas                     pic 9(05) value zeroes.
           03 ws-total-falta                       pic 9(05) value zeroes.
           03 ws-total-concluidas                  pic 9(05) value zeroes.
           03 ws-total-canceladas                  pic 9(05) value zeroes.
           03 ws-valor-concluido                   pic s9(13)v99 value zeroes.

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
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02075R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD101
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD102
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 if   lnk-saida-csv
                      string lnk-extractionPath delimited by space,
                             "/CSBH02075R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                      open output arqsaidadados
                      move spaces                  to csv-linha
                      move "empresa;filial;ordem;tipo;kit;quantidade;lote;deposito;situacao;itens-em-falta;data-abertura;data-conclusao;custo-unitario-kit;valor-total"
                                                   to csv-linha
                      write csv-linha
                 end-if
                 perform 2100-percorre-ordens
                 if   not ws-primeira-filial
                      perform 2800-subtotal-filial
                 end-if
                 perform 2900-rodape
                 if   lnk-saida-csv
                      close arqsaidadados
                 end-if
                 close relatorio
                 close CSBHD101
                 close CSBHD102
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2010-cabecalho section.
       2010.
            move spaces                            to rel-linha
            string "Ordens de montagem de kit por filial"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ordem     Tipo        Kit       Quantidade Dep Situacao  Abertura Conclusao     Custo unitario"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
       2100-percorre-ordens section.
       2100.
            move low-values                        to fomk-chave-1
            perform 9000-str-CSBHD101-gtr
            move spaces                             to ws-id-fim-ordem
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-ordem
            end-if
            perform until ws-fim-ordem
                 perform 9000-ler-CSBHD101-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-ordem
                 else
                      if   fomk-situacao-cancelada
                           add 1                   to ws-total-canceladas
                      else
                           perform 2150-quebra-filial
                           perform 2200-imprime-ordem
                      end-if
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
       2150-quebra-filial section.
       2150.
            if   not ws-primeira-filial
            and  fomk-cd-empresa equal ws-cd-empresa-corrente
            and  fomk-cd-filial  equal ws-cd-filial-corrente
                 exit section
            end-if
            if   not ws-primeira-filial
                 perform 2800-subtotal-filial
            end-if
            move spaces                            to ws-id-primeira-filial
            move fomk-cd-empresa                   to ws-cd-empresa-corrente
            move fomk-cd-filial                    to ws-cd-filial-corrente
            move zeroes                            to ws-filial-abertas
            move zeroes                            to ws-filial-falta
            move zeroes                            to ws-filial-concluidas
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Empresa " fomk-cd-empresa " filial " fomk-cd-filial
                   delimited by size into rel-linha
            write rel-linha
           .
       2150-exit.
            exit.
      *>=====================================================================
       2200-imprime-ordem section.
       2200.
            if   fomk-montagem
                 move "Montagem"                   to ws-ds-tipo
            else
                 move "Desmontagem"                to ws-ds-tipo
            end-if
            evaluate true
                when fomk-situacao-concluida
                     move "Concluida"              to ws-ds-situacao
                     add 1                         to ws-filial-concluidas
                     add 1                         to ws-total-concluidas
                     add fomk-valor-total          to ws-valor-concluido
                when fomk-situacao-falta
                     move "Falta"                  to ws-ds-situacao
                     add 1                         to ws-filial-falta
                     add 1                         to ws-total-falta
                when other
                     move "Aberta"                 to ws-ds-situacao
                     add 1                         to ws-filial-abertas
                     add 1                         to ws-total-abertas
            end-evaluate

            move fomk-custo-unitario-kit           to ws-custo-edt
            move spaces                            to rel-linha
            string fomk-cd-ordem " " ws-ds-tipo " " fomk-cd-kit " "
                   fomk-qtdade " " fomk-cd-deposito " " ws-ds-situacao
                   " " fomk-data-abertura " " fomk-data-conclusao " "
                   ws-custo-edt
                   delimited by size into rel-linha
            write rel-linha
            if   fomk-lote not equal spaces
                 move spaces                       to rel-linha
                 string "          Lote: " fomk-lote
                        delimited by size into rel-linha
                 write rel-linha
            end-if

            if   fomk-situacao-falta
                 perform 2300-imprime-falta
            end-if

            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string fomk-cd-empresa ";" fomk-cd-filial ";"
                        fomk-cd-ordem ";" fomk-tipo-ordem ";"
                        fomk-cd-kit ";" fomk-qtdade ";"
                        delimited by size,
                        fomk-lote delimited by "  ",
                        ";" fomk-cd-deposito ";" fomk-situacao ";"
                        fomk-qtde-componentes-falta ";"
                        fomk-data-abertura ";" fomk-data-conclusao ";"
                        fomk-custo-unitario-kit ";" fomk-valor-total
                        delimited by size
                        into csv-linha
                 write csv-linha
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> O que falta: na desmontagem e o proprio kit; na montagem, os
      *> componentes marcados na ultima avaliacao.
       2300-imprime-falta section.
       2300.
            if   fomk-desmontagem
                 move fomk-qtde-kit-disponivel     to ws-qtde-edt
                 move spaces                       to rel-linha
                 string "          Falta kit " fomk-cd-kit
                        " necessario " fomk-qtdade
                        " disponivel " ws-qtde-edt
                        delimited by size into rel-linha
                 write rel-linha
                 exit section
            end-if

            initialize                             fomc-chave-1
            move fomk-cd-empresa                   to fomc-cd-empresa
            move fomk-cd-filial                    to fomc-cd-filial
            move fomk-cd-ordem                     to fomc-cd-ordem
            perform 9000-str-CSBHD102-gtr
            move spaces                            to ws-id-fim-componente
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-componente
            end-if
            perform until ws-fim-componente
                 perform 9000-ler-CSBHD102-next
                 if   not ws-operacao-ok
                 or   fomc-cd-empresa not equal fomk-cd-empresa
                 or   fomc-cd-filial  not equal fomk-cd-filial
                 or   fomc-cd-ordem   not equal fomk-cd-ordem
                      move "S"                     to ws-id-fim-componente
                 else
                      if   fomc-falta
                           move fomc-qtde-disponivel
                                                   to ws-qtde-edt
                           move spaces             to rel-linha
                           string "          Falta componente "
                                  fomc-cd-componente
                                  " necessario " fomc-qtdade-necessaria
                                  " disponivel " ws-qtde-edt
                                  delimited by size into rel-linha
                           write rel-linha
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2800-subtotal-filial section.
       2800.
            move spaces                            to rel-linha
            string "  Filial " ws-cd-filial-corrente
                   " - abertas: " ws-filial-abertas
                   "  com falta: " ws-filial-falta
                   "  concluidas: " ws-filial-concluidas
                   delimited by size into rel-linha
            write rel-linha
           .
       2800-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ordens abertas              : " ws-total-abertas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ordens com falta componente : " ws-total-falta
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ordens concluidas           : " ws-total-concluidas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ordens canceladas           : " ws-total-canceladas
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-valor-concluido                to ws-valor-edt
            move spaces                            to rel-linha
            string "Valor das ordens concluidas : " ws-valor-edt
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
            move Return-Code                    to ws-id-tracelog-csbh02075r

            if   ws-tracelog-csbh02075r
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
            if   ws-tracelog-csbh02075r
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
       COPY CSBHL101.
       COPY CSBHL102.
