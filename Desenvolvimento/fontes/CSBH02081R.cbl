       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02081R.
      *>=====================================================================
      *> Divergencias de peso no portao (CSBHD111) da empresa/filial:
      *> cada pesagem recusada pela conferencia de embarque CSBH03042C,
      *> agrupada duas vezes - por transportadora da Saida e por
      *> separador que confirmou o picking das linhas (CSBHD050); Saida
      *> separada por mais de um operador conta para cada um deles, e
      *> Saida sem confirmacao de picking cai em "SEM-CONF". Cada linha
      *> traz data/hora, Saida, peso da balanca, peso esperado,
      *> diferenca (negativa = faltou peso), percentual e conferente;
      *> cada grupo fecha com a quantidade e os quilos faltando e
      *> sobrando. O periodo segue lnk-periodo-fechamento (zero = todas
      *> as pesagens). Com lnk-saida-csv sai tambem CSBH02081R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS050.
           COPY CSBHS111.

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
           COPY CSBHF050.
           COPY CSBHF111.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-divergencia.
                03 srt-tipo-grupo                  pic x(01).
                   88 srt-grupo-transportadora               value "1".
                   88 srt-grupo-separador                    value "2".
                03 srt-agrupador                   pic x(09).
                03 srt-data-pesagem                pic 9(08).
                03 srt-hora-pesagem                pic 9(06).
                03 srt-cd-saida                    pic 9(09).
                03 srt-sequencia                   pic 9(05).
                03 srt-peso-balanca-kg             pic 9(06)v999.
                03 srt-peso-esperado-kg            pic 9(06)v999.
                03 srt-diferenca-kg                pic s9(06)v999.
                03 srt-percentual-diferenca        pic s9(03)v99.
                03 srt-qtde-volumes                pic 9(04).
                03 srt-cd-operador                 pic x(08).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02081R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02081r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02081r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-divergencia                pic x(01) value spaces.
              88 ws-fim-divergencia                          value "S" "s".
           03 ws-id-fim-picking                    pic x(01) value spaces.
              88 ws-fim-picking                              value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-tipo-grupo-corrente               pic x(01) value spaces.
           03 ws-agrupador-corrente                pic x(09) value spaces.
           03 ws-cd-transportadora-edt             pic 9(09) value zeroes.
           03 ws-qtde-separadores                  pic 9(02) value zeroes.
           03 ws-separador occurs 20 times         pic x(08).
           03 ws-idx-separador                     pic 9(02) value zeroes.
           03 ws-id-separador-listado              pic x(01) value spaces.
              88 ws-separador-listado                        value "S".
           03 ws-qtde-grupo                        pic 9(05) value zeroes.
           03 ws-falta-grupo                       pic 9(09)v999 value zeroes.
           03 ws-sobra-grupo                       pic 9(09)v999 value zeroes.
           03 ws-qtde-divergencias                 pic 9(09) value zeroes.
           03 ws-peso-edt                          pic z(05)9.999.
           03 ws-esperado-edt                      pic z(05)9.999.
           03 ws-diferenca-edt                     pic -(05)9.999.
           03 ws-percentual-edt                    pic -(03)9.99.
           03 ws-falta-edt                         pic z(08)9.999.
           03 ws-sobra-edt                         pic z(08)9.999.

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
                   "/CSBH02081R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02081R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-tipo-grupo srt-agrupador
                               srt-data-pesagem srt-hora-pesagem
                               srt-cd-saida srt-sequencia
                 input procedure  2100-seleciona-divergencias
                 output procedure 2200-gera-relatorio

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Cada pesagem recusada entra uma vez no grupo da transportadora
      *> e uma vez para cada separador da Saida.
       2100-seleciona-divergencias section.
       2100.
            perform 9000-abrir-i-CSBHD050
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD111
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 close CSBHD050
                 close CSBHD111
                 exit section
            end-if
            initialize                             fdpe-chave-1
            move lnk-cd-empresa                    to fdpe-cd-empresa
            move lnk-cd-filial                     to fdpe-cd-filial
            perform 9000-str-CSBHD111-gtr
            move spaces                            to ws-id-fim-divergencia
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-divergencia
            end-if
            perform until ws-fim-divergencia
                 perform 9000-ler-CSBHD111-next
                 if   not ws-operacao-ok
                 or   fdpe-cd-empresa not equal lnk-cd-empresa
                 or   fdpe-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-divergencia
                 else
                      if   lnk-periodo-fechamento equal zeroes
                      or   fdpe-data-pesagem (1:6) equal
                           lnk-periodo-fechamento
                           perform 2110-libera-divergencia
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD050
            close CSBHD111
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-divergencia section.
       2110.
            add 1                                  to ws-qtde-divergencias
            move fdpe-data-pesagem                 to srt-data-pesagem
            move fdpe-hora-pesagem                 to srt-hora-pesagem
            move fdpe-cd-saida                     to srt-cd-saida
            move fdpe-sequencia                    to srt-sequencia
            move fdpe-peso-balanca-kg              to srt-peso-balanca-kg
            move fdpe-peso-esperado-kg             to srt-peso-esperado-kg
            move fdpe-diferenca-kg                 to srt-diferenca-kg
            move fdpe-percentual-diferenca         to srt-percentual-diferenca
            move fdpe-qtde-volumes                 to srt-qtde-volumes
            move fdpe-cd-operador                  to srt-cd-operador

            move "1"                               to srt-tipo-grupo
            move fdpe-cd-transportadora            to ws-cd-transportadora-edt
            move ws-cd-transportadora-edt          to srt-agrupador
            release srt-divergencia

            move zeroes                            to ws-qtde-separadores
            initialize                             fpck-chave-1
            move fdpe-cd-empresa                   to fpck-cd-empresa
            move fdpe-cd-filial                    to fpck-cd-filial
            move fdpe-cd-saida                     to fpck-cd-saida
            perform 9000-str-CSBHD050-gtr
            move spaces                            to ws-id-fim-picking
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-picking
            end-if
            perform until ws-fim-picking
                 perform 9000-ler-CSBHD050-next
                 if   not ws-operacao-ok
                 or   fpck-cd-empresa not equal fdpe-cd-empresa
                 or   fpck-cd-filial  not equal fdpe-cd-filial
                 or   fpck-cd-saida   not equal fdpe-cd-saida
                      move "S"                     to ws-id-fim-picking
                 else
                      perform 2120-acumula-separador
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            move "2"                               to srt-tipo-grupo
            if   ws-qtde-separadores equal zeroes
                 move "SEM-CONF"                   to srt-agrupador
                 release srt-divergencia
            else
                 perform varying ws-idx-separador from 1 by 1
                         until ws-idx-separador > ws-qtde-separadores
                      move ws-separador (ws-idx-separador)
                                                   to srt-agrupador
                      release srt-divergencia
                 end-perform
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
       2120-acumula-separador section.
       2120.
            if   fpck-cd-operador equal spaces
                 exit section
            end-if
            move spaces                            to ws-id-separador-listado
            perform varying ws-idx-separador from 1 by 1
                    until ws-idx-separador > ws-qtde-separadores
                 if   ws-separador (ws-idx-separador) equal
                      fpck-cd-operador
                      move "S"                     to ws-id-separador-listado
                 end-if
            end-perform
            if   not ws-separador-listado
            and  ws-qtde-separadores < 20
                 add 1                             to ws-qtde-separadores
                 move fpck-cd-operador
                              to ws-separador (ws-qtde-separadores)
            end-if
           .
       2120-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Divergencias de peso no portao - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02081R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "grupo;agrupador;data;hora;saida;sequencia;peso-balanca;peso-esperado;diferenca;percentual;volumes;conferente"
                                                   to csv-linha
                 write csv-linha
            end-if

            move "S"                               to ws-id-primeiro-grupo
            move spaces                            to ws-id-fim-divergencia
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-divergencia
            end-return
            perform until ws-fim-divergencia
                 if   ws-primeiro-grupo
                      move spaces                  to ws-id-primeiro-grupo
                      perform 2230-abre-grupo
                 else
                      if   srt-tipo-grupo not equal ws-tipo-grupo-corrente
                      or   srt-agrupador  not equal ws-agrupador-corrente
                           perform 2240-fecha-grupo
                           perform 2230-abre-grupo
                      end-if
                 end-if
                 perform 2250-imprime-divergencia
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-divergencia
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2240-fecha-grupo
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
       2230-abre-grupo section.
       2230.
            if   srt-tipo-grupo not equal ws-tipo-grupo-corrente
                 move spaces                       to rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 if   srt-grupo-transportadora
                      move "Por transportadora"    to rel-linha
                 else
                      move "Por separador"         to rel-linha
                 end-if
                 write rel-linha
            end-if
            move srt-tipo-grupo                    to ws-tipo-grupo-corrente
            move srt-agrupador                     to ws-agrupador-corrente
            move zeroes                            to ws-qtde-grupo
                                                      ws-falta-grupo
                                                      ws-sobra-grupo
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            if   srt-grupo-transportadora
                 string "  Transportadora " srt-agrupador
                        delimited by size into rel-linha
            else
                 string "  Separador " srt-agrupador
                        delimited by size into rel-linha
            end-if
            write rel-linha
            move spaces                            to rel-linha
            string "    Data     Hora   Saida     Seq       Balanca"
                   "      Esperado     Diferenca       %  Vol Conferente"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-grupo section.
       2240.
            move ws-falta-grupo                    to ws-falta-edt
            move ws-sobra-grupo                    to ws-sobra-edt
            move spaces                            to rel-linha
            string "    Divergencias: " ws-qtde-grupo
                   "  kg faltando: " ws-falta-edt
                   "  kg sobrando: " ws-sobra-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-imprime-divergencia section.
       2250.
            add 1                                  to ws-qtde-grupo
            if   srt-diferenca-kg < zeroes
                 subtract srt-diferenca-kg         from ws-falta-grupo
            else
                 add srt-diferenca-kg              to ws-sobra-grupo
            end-if
            move srt-peso-balanca-kg               to ws-peso-edt
            move srt-peso-esperado-kg              to ws-esperado-edt
            move srt-diferenca-kg                  to ws-diferenca-edt
            move srt-percentual-diferenca          to ws-percentual-edt
            move spaces                            to rel-linha
            string "    " srt-data-pesagem " " srt-hora-pesagem " "
                   srt-cd-saida " " srt-sequencia " " ws-peso-edt " "
                   ws-esperado-edt " " ws-diferenca-edt " "
                   ws-percentual-edt " " srt-qtde-volumes " "
                   srt-cd-operador
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string srt-tipo-grupo ";" srt-agrupador ";"
                        srt-data-pesagem ";" srt-hora-pesagem ";"
                        srt-cd-saida ";" srt-sequencia ";"
                        srt-peso-balanca-kg ";" srt-peso-esperado-kg ";"
                        srt-diferenca-kg ";" srt-percentual-diferenca ";"
                        srt-qtde-volumes ";" srt-cd-operador
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
            string "Pesagens recusadas : " ws-qtde-divergencias
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

            move ws-qtde-divergencias               to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02081r

            if   ws-tracelog-csbh02081r
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
            if   ws-tracelog-csbh02081r
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
       COPY CSBHL050.
       COPY CSBHL111.
