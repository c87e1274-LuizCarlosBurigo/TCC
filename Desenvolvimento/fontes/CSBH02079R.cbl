       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02079R.
      *>=====================================================================
      *> Utilizacao do deposito por corredor: para cada corredor das
      *> posicoes de armazenagem (CSBHD105), o numero de posicoes, as
      *> bloqueadas e as vazias, a capacidade e a ocupacao corrente de
      *> peso (kg) e de volume (m3) e o percentual de ocupacao de cada
      *> um (sobre as posicoes com aquela capacidade controlada). No
      *> rodape, os totais do deposito e as tarefas de armazenagem
      *> (CSBHD106) ainda nao confirmadas - pendentes e sem posicao com
      *> espaco. Com lnk-saida-csv as linhas saem tambem em
      *> CSBH02079R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS105.
           COPY CSBHS106.

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
           COPY CSBHF105.
           COPY CSBHF106.

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
       78  este-programa                                     value "CSBH02079R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02079r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02079r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-id-primeiro-corredor              pic x(01) value "S".
              88 ws-primeiro-corredor                        value "S" "s".
           03 ws-corredor-corrente                 pic 9(03) value zeroes.
           03 ws-corredor-totais.
              05 ws-cor-posicoes                   pic 9(05).
              05 ws-cor-bloqueadas                 pic 9(05).
              05 ws-cor-vazias                     pic 9(05).
              05 ws-cor-capacidade-peso            pic 9(09)v999.
              05 ws-cor-ocupacao-peso              pic 9(09)v999.
              05 ws-cor-capacidade-volume          pic 9(07)v999.
              05 ws-cor-ocupacao-volume            pic 9(07)v999.
           03 ws-geral-totais.
              05 ws-tot-posicoes                   pic 9(07).
              05 ws-tot-bloqueadas                 pic 9(07).
              05 ws-tot-vazias                     pic 9(07).
              05 ws-tot-capacidade-peso            pic 9(09)v999.
              05 ws-tot-ocupacao-peso              pic 9(09)v999.
              05 ws-tot-capacidade-volume          pic 9(07)v999.
              05 ws-tot-ocupacao-volume            pic 9(07)v999.
           03 ws-qtde-tarefas-pendentes            pic 9(07) value zeroes.
           03 ws-qtde-tarefas-sem-posicao          pic 9(07) value zeroes.
           03 ws-perc-peso                         pic 9(03)v9 value zeroes.
           03 ws-perc-volume                       pic 9(03)v9 value zeroes.
           03 ws-perc-peso-edt                     pic zz9.9.
           03 ws-perc-volume-edt                   pic zz9.9.
           03 ws-peso-edt                          pic z(8)9.999.
           03 ws-peso-cap-edt                      pic z(8)9.999.
           03 ws-volume-edt                        pic z(6)9.999.
           03 ws-volume-cap-edt                    pic z(6)9.999.

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
            initialize                             ws-corredor-totais
                                                   ws-geral-totais
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02079R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD105
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD106
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 if   lnk-saida-csv
                      string lnk-extractionPath delimited by space,
                             "/CSBH02079R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                      open output arqsaidadados
                      move spaces                  to csv-linha
                      move "corredor;posicoes;bloqueadas;vazias;capacidade-peso-kg;ocupacao-peso-kg;perc-peso;capacidade-volume-m3;ocupacao-volume-m3;perc-volume"
                                                   to csv-linha
                      write csv-linha
                 end-if
                 perform 2100-percorre-posicoes
                 if   not ws-primeiro-corredor
                      perform 2800-imprime-corredor
                 end-if
                 perform 2300-conta-tarefas
                 perform 2900-rodape
                 if   lnk-saida-csv
                      close arqsaidadados
                 end-if
                 close relatorio
                 close CSBHD105
                 close CSBHD106
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
            string "Utilizacao das posicoes de armazenagem por corredor - "
                   ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Corr. Posic Bloq. Vazias   Ocupado(kg)    Capac.(kg)   %Peso  Ocupado(m3)  Capac.(m3) %Volume"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
       2100-percorre-posicoes section.
       2100.
            move low-values                        to fpos-chave-1
            perform 9000-str-CSBHD105-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD105-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   not ws-primeiro-corredor
                      and  fpos-corredor not equal ws-corredor-corrente
                           perform 2800-imprime-corredor
                      end-if
                      if   ws-primeiro-corredor
                      or   fpos-corredor not equal ws-corredor-corrente
                           move spaces             to ws-id-primeiro-corredor
                           move fpos-corredor      to ws-corredor-corrente
                           initialize              ws-corredor-totais
                      end-if
                      perform 2200-acumula-posicao
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Percentual so sobre as posicoes com a capacidade controlada:
      *> a ocupacao de posicao sem capacidade de peso (ou volume) nao
      *> entra na conta daquela medida.
       2200-acumula-posicao section.
       2200.
            add 1                                  to ws-cor-posicoes
            if   fpos-situacao-bloqueada
                 add 1                             to ws-cor-bloqueadas
            end-if
            if   fpos-ocupacao-peso-kg   equal zeroes
            and  fpos-ocupacao-volume-m3 equal zeroes
                 add 1                             to ws-cor-vazias
            end-if
            if   fpos-capacidade-peso-kg > zeroes
                 add fpos-capacidade-peso-kg       to ws-cor-capacidade-peso
                 add fpos-ocupacao-peso-kg         to ws-cor-ocupacao-peso
            end-if
            if   fpos-capacidade-volume-m3 > zeroes
                 add fpos-capacidade-volume-m3     to ws-cor-capacidade-volume
                 add fpos-ocupacao-volume-m3       to ws-cor-ocupacao-volume
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-conta-tarefas section.
       2300.
            move low-values                        to farm-chave-1
            perform 9000-str-CSBHD106-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD106-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      evaluate true
                          when farm-situacao-pendente
                               add 1               to ws-qtde-tarefas-pendentes
                          when farm-situacao-sem-posicao
                               add 1               to ws-qtde-tarefas-sem-posicao
                      end-evaluate
                 end-if
            end-perform
           .
       2300-exit.
            exit.
      *>=====================================================================
       2800-imprime-corredor section.
       2800.
            move zeroes                            to ws-perc-peso
            if   ws-cor-capacidade-peso > zeroes
                 compute ws-perc-peso rounded =
                         ws-cor-ocupacao-peso * 100 / ws-cor-capacidade-peso
            end-if
            move zeroes                            to ws-perc-volume
            if   ws-cor-capacidade-volume > zeroes
                 compute ws-perc-volume rounded =
                         ws-cor-ocupacao-volume * 100 / ws-cor-capacidade-volume
            end-if
            move ws-perc-peso                      to ws-perc-peso-edt
            move ws-perc-volume                    to ws-perc-volume-edt
            move ws-cor-ocupacao-peso              to ws-peso-edt
            move ws-cor-capacidade-peso            to ws-peso-cap-edt
            move ws-cor-ocupacao-volume            to ws-volume-edt
            move ws-cor-capacidade-volume          to ws-volume-cap-edt

            add ws-cor-posicoes                    to ws-tot-posicoes
            add ws-cor-bloqueadas                  to ws-tot-bloqueadas
            add ws-cor-vazias                      to ws-tot-vazias
            add ws-cor-capacidade-peso             to ws-tot-capacidade-peso
            add ws-cor-ocupacao-peso               to ws-tot-ocupacao-peso
            add ws-cor-capacidade-volume           to ws-tot-capacidade-volume
            add ws-cor-ocupacao-volume             to ws-tot-ocupacao-volume

            move spaces                            to rel-linha
            string ws-corredor-corrente "   " ws-cor-posicoes " "
                   ws-cor-bloqueadas " " ws-cor-vazias "  "
                   ws-peso-edt " " ws-peso-cap-edt "  "
                   ws-perc-peso-edt " " ws-volume-edt " "
                   ws-volume-cap-edt "   " ws-perc-volume-edt
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-corredor-corrente ";" ws-cor-posicoes ";"
                        ws-cor-bloqueadas ";" ws-cor-vazias ";"
                        ws-cor-capacidade-peso ";" ws-cor-ocupacao-peso ";"
                        ws-perc-peso ";"
                        ws-cor-capacidade-volume ";" ws-cor-ocupacao-volume ";"
                        ws-perc-volume
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2800-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move zeroes                            to ws-perc-peso
            if   ws-tot-capacidade-peso > zeroes
                 compute ws-perc-peso rounded =
                         ws-tot-ocupacao-peso * 100 / ws-tot-capacidade-peso
            end-if
            move zeroes                            to ws-perc-volume
            if   ws-tot-capacidade-volume > zeroes
                 compute ws-perc-volume rounded =
                         ws-tot-ocupacao-volume * 100 / ws-tot-capacidade-volume
            end-if
            move ws-perc-peso                      to ws-perc-peso-edt
            move ws-perc-volume                    to ws-perc-volume-edt

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Posicoes                       : " ws-tot-posicoes
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Bloqueadas                   : " ws-tot-bloqueadas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Vazias                       : " ws-tot-vazias
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ocupacao de peso (%)           : " ws-perc-peso-edt
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ocupacao de volume (%)         : " ws-perc-volume-edt
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Tarefas de armazenagem pendentes: " ws-qtde-tarefas-pendentes
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Tarefas sem posicao com espaco : " ws-qtde-tarefas-sem-posicao
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
            move Return-Code                    to ws-id-tracelog-csbh02079r

            if   ws-tracelog-csbh02079r
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
            if   ws-tracelog-csbh02079r
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
       COPY CSBHL105.
       COPY CSBHL106.
