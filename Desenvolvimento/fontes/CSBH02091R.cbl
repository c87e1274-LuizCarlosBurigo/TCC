       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02091R.
      *>=====================================================================
      *> Tendencia dos indicadores operacionais gravados pelo CSBH03089K
      *> em CSBHD131: por filial, um bloco com a fotografia de cada dia
      *> dos ultimos 30 dias e outro com a ultima fotografia de cada um
      *> dos ultimos 12 meses (mes corrente inclusive), uma coluna por
      *> indicador na ordem de CSBHW0026, fechando cada bloco com a
      *> variacao % entre a primeira e a ultima fotografia do bloco
      *> (indicador sem valor no inicio, ou com valor zero, fica sem
      *> variacao). Indicador nao apurado no dia sai em branco. Empresa
      *> do lnk-cd-empresa; filial do lnk-cd-filial, zero = todas as
      *> filiais da empresa. Com lnk-saida-csv sai tambem CSBH02091R.CSV
      *> com as linhas dos dois blocos.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS131.

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
           COPY CSBHF033.
           COPY CSBHF131.

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
       78  este-programa                                     value "CSBH02091R".
       78  c-dias-tendencia                                  value 30.
       78  c-meses-tendencia                                 value 12.
       78  c-max-datas                                       value 400.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02091r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02091r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-data-corte-dias                   pic 9(08) value zeroes.
           03 ws-data-corte-meses                  pic 9(08) value zeroes.
           03 ws-data-corte-meses-r redefines ws-data-corte-meses.
              05 ws-corte-ano                      pic 9(04).
              05 ws-corte-mes                      pic 9(02).
              05 ws-corte-dia                      pic 9(02).
           03 ws-data-num                          pic 9(08) value zeroes.
           03 ws-filial-corrente                   pic 9(03) value zeroes.
           03 ws-qtde-filiais                      pic 9(05) value zeroes.
           03 ws-qtde-registros                    pic 9(09) value zeroes.
           03 ws-ind-data                          pic 9(03) value zeroes.
           03 ws-ind-proxima                       pic 9(03) value zeroes.
           03 ws-ind-indicador                     pic 9(02) value zeroes.
           03 ws-id-bloco                          pic x(01) value spaces.
              88 ws-bloco-dias                               value "D".
              88 ws-bloco-meses                              value "M".
           03 ws-id-linha-impressa                 pic x(01) value spaces.
              88 ws-linha-impressa                           value "S".
      *> Fotografias da filial corrente, em ordem de data, desde o
      *> inicio do periodo de 12 meses.
           03 ws-qtde-datas                        pic 9(03) value zeroes.
           03 ws-tab-data                          occurs 400 times.
              05 ws-dt-data                        pic 9(08).
              05 ws-dt-indicador                   occurs 8 times.
                 07 ws-dt-id-valor                 pic x(01).
                    88 ws-dt-com-valor                       value "S".
                 07 ws-dt-vl-indicador             pic s9(13)v99.
      *> Primeiro e ultimo valor de cada indicador dentro do bloco.
           03 ws-tab-variacao                      occurs 8 times.
              05 ws-var-id-inicio                  pic x(01).
                 88 ws-var-com-inicio                        value "S".
              05 ws-var-vl-inicio                  pic s9(13)v99.
              05 ws-var-vl-fim                     pic s9(13)v99.
           03 ws-vl-variacao                       pic s9(07)v99 value zeroes.
           03 ws-lin-data                          pic x(10) value spaces.
           03 ws-lin-valores.
              05 ws-lin-coluna                     occurs 8 times.
                 07 filler                         pic x(01).
                 07 ws-lin-valor                   pic x(13).
           03 ws-lin-vl-edt                        pic -(9)9,99.
           03 ws-lin-perc-edt                      pic -(9)9,99.
           03 ws-csv-valores                       pic x(200) value spaces.
           03 ws-csv-ptr                           pic 9(03) value zeroes.
           03 ws-csv-vl-edt                        pic -(13)9,99.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0026.
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
      *> Corte dos dias: hoje e os 29 anteriores. Corte dos meses: dia
      *> primeiro do mes onze meses antes do corrente.
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
            move ws-data-inv                       to ws-data-hoje
            compute ws-data-corte-dias =
                    function date-of-integer(
                    function integer-of-date(ws-data-hoje)
                  - c-dias-tendencia + 1)
            move ws-ano-inv                        to ws-corte-ano
            move ws-mes-inv                        to ws-corte-mes
            move 1                                 to ws-corte-dia
            if   ws-corte-mes > c-meses-tendencia - 1
                 compute ws-corte-mes = ws-corte-mes - c-meses-tendencia + 1
            else
                 subtract 1                        from ws-corte-ano
                 compute ws-corte-mes = ws-corte-mes + 13 - c-meses-tendencia
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02091R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD131
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 perform 2100-gera-relatorio
            end-if
            close CSBHD131

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> CSBHD131 vem por empresa/filial/data/indicador: as fotografias
      *> da filial sao carregadas na tabela e impressas na troca.
       2100-gera-relatorio section.
       2100.
            open output relatorio
            move spaces                            to rel-linha
            string "Tendencia dos indicadores operacionais - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " em " ws-data-hoje
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02091R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "empresa;filial;bloco;data"  to csv-linha
                 move 26                           to ws-csv-ptr
                 perform varying ws-ind-indicador from 1 by 1
                           until ws-ind-indicador > c026-qtde-indicadores
                      string ";" ws-kpi-cd-indicador (ws-ind-indicador)
                             delimited by space
                             into csv-linha with pointer ws-csv-ptr
                 end-perform
                 write csv-linha
            end-if

            initialize                             fkpi-chave-1
            move lnk-cd-empresa                    to fkpi-cd-empresa
            move lnk-cd-filial                     to fkpi-cd-filial
            move ws-data-corte-meses               to fkpi-data
            perform 9000-str-CSBHD131-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            move zeroes                            to ws-qtde-datas
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD131-next
                 if   not ws-operacao-ok
                 or   fkpi-cd-empresa not equal lnk-cd-empresa
                 or   (lnk-cd-filial not equal zeroes
                  and fkpi-cd-filial not equal lnk-cd-filial)
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   ws-qtde-datas > zeroes
                      and  fkpi-cd-filial not equal ws-filial-corrente
                           perform 2200-imprime-filial
                      end-if
                      move fkpi-cd-filial          to ws-filial-corrente
                      move fkpi-data               to ws-data-num
                      if   ws-data-num not less ws-data-corte-meses
                      and  ws-data-num not greater ws-data-hoje
                           perform 2110-carrega-fotografia
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-qtde-datas > zeroes
                 perform 2200-imprime-filial
            end-if
            if   ws-qtde-filiais equal zeroes
                 move spaces                       to rel-linha
                 write rel-linha
                 move "  Nenhuma fotografia de indicadores no periodo."
                                                   to rel-linha
                 write rel-linha
            end-if

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Nova data abre uma linha da tabela; indicador fora da tabela
      *> fixa e ignorado. Tabela cheia descarta o excedente.
       2110-carrega-fotografia section.
       2110.
            if   ws-qtde-datas equal zeroes
            or   ws-dt-data (ws-qtde-datas) not equal ws-data-num
                 if   ws-qtde-datas not less c-max-datas
                      go to 2110-exit
                 end-if
                 add 1                             to ws-qtde-datas
                 initialize                        ws-tab-data (ws-qtde-datas)
                 move ws-data-num                  to ws-dt-data (ws-qtde-datas)
            end-if
            perform varying ws-ind-indicador from 1 by 1
                      until ws-ind-indicador > c026-qtde-indicadores
                         or ws-kpi-cd-indicador (ws-ind-indicador)
                            equal fkpi-cd-indicador
                 continue
            end-perform
            if   ws-ind-indicador not greater c026-qtde-indicadores
                 move "S"                          to ws-dt-id-valor
                                                      (ws-qtde-datas ws-ind-indicador)
                 move fkpi-vl-indicador            to ws-dt-vl-indicador
                                                      (ws-qtde-datas ws-ind-indicador)
                 add 1                             to ws-qtde-registros
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-imprime-filial section.
       2200.
            add 1                                  to ws-qtde-filiais
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Filial " ws-filial-corrente
                   delimited by size into rel-linha
            write rel-linha

            move "D"                               to ws-id-bloco
            perform 2210-cabecalho-bloco
            perform varying ws-ind-data from 1 by 1
                      until ws-ind-data > ws-qtde-datas
                 if   ws-dt-data (ws-ind-data) not less ws-data-corte-dias
                      perform 2300-imprime-linha
                 end-if
            end-perform
            perform 2400-imprime-variacao

            move "M"                               to ws-id-bloco
            perform 2210-cabecalho-bloco
            perform varying ws-ind-data from 1 by 1
                      until ws-ind-data > ws-qtde-datas
                 if   ws-ind-data equal ws-qtde-datas
                      perform 2300-imprime-linha
                 else
                      compute ws-ind-proxima = ws-ind-data + 1
                      if   ws-dt-data (ws-ind-proxima) (1:6)
                           not equal ws-dt-data (ws-ind-data) (1:6)
                           perform 2300-imprime-linha
                      end-if
                 end-if
            end-perform
            perform 2400-imprime-variacao

            move zeroes                            to ws-qtde-datas
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-cabecalho-bloco section.
       2210.
            initialize                             ws-tab-variacao (1)
                                                   ws-tab-variacao (2)
                                                   ws-tab-variacao (3)
                                                   ws-tab-variacao (4)
                                                   ws-tab-variacao (5)
                                                   ws-tab-variacao (6)
                                                   ws-tab-variacao (7)
                                                   ws-tab-variacao (8)
            move spaces                            to ws-id-linha-impressa
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            if   ws-bloco-dias
                 string "  Ultimos " c-dias-tendencia " dias"
                        delimited by size into rel-linha
            else
                 string "  Ultimos " c-meses-tendencia
                        " meses (ultima fotografia do mes)"
                        delimited by size into rel-linha
            end-if
            write rel-linha
            move spaces                            to ws-lin-valores
            perform varying ws-ind-indicador from 1 by 1
                      until ws-ind-indicador > c026-qtde-indicadores
                 move ws-kpi-ds-coluna (ws-ind-indicador)
                                                   to ws-lin-valor (ws-ind-indicador)
            end-perform
            move spaces                            to rel-linha
            string "  Data      " ws-lin-valores
                   delimited by size into rel-linha
            write rel-linha
           .
       2210-exit.
            exit.
      *>=====================================================================
       2300-imprime-linha section.
       2300.
            move "S"                               to ws-id-linha-impressa
            move spaces                            to ws-lin-valores
            move spaces                            to ws-csv-valores
            move 1                                 to ws-csv-ptr
            move ws-dt-data (ws-ind-data)          to ws-data-num
            move spaces                            to ws-lin-data
            string ws-data-num (7:2) "/" ws-data-num (5:2) "/"
                   ws-data-num (1:4)
                   delimited by size into ws-lin-data
            perform varying ws-ind-indicador from 1 by 1
                      until ws-ind-indicador > c026-qtde-indicadores
                 if   ws-dt-com-valor (ws-ind-data ws-ind-indicador)
                      move ws-dt-vl-indicador (ws-ind-data ws-ind-indicador)
                                                   to ws-lin-vl-edt
                                                      ws-csv-vl-edt
                      move ws-lin-vl-edt           to ws-lin-valor (ws-ind-indicador)
                      string ";" ws-csv-vl-edt delimited by size
                             into ws-csv-valores with pointer ws-csv-ptr
                      if   not ws-var-com-inicio (ws-ind-indicador)
                           move "S"                to ws-var-id-inicio (ws-ind-indicador)
                           move ws-dt-vl-indicador (ws-ind-data ws-ind-indicador)
                                                   to ws-var-vl-inicio (ws-ind-indicador)
                      end-if
                      move ws-dt-vl-indicador (ws-ind-data ws-ind-indicador)
                                                   to ws-var-vl-fim (ws-ind-indicador)
                 else
                      string ";" delimited by size
                             into ws-csv-valores with pointer ws-csv-ptr
                 end-if
            end-perform
            move spaces                            to rel-linha
            string "  " ws-lin-data ws-lin-valores
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string lnk-cd-empresa ";" ws-filial-corrente ";"
                        ws-id-bloco ";" ws-data-num
                        ws-csv-valores (1:ws-csv-ptr - 1)
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Variacao % da primeira para a ultima fotografia do bloco.
       2400-imprime-variacao section.
       2400.
            if   not ws-linha-impressa
                 move spaces                       to rel-linha
                 move "  Sem fotografias no periodo."
                                                   to rel-linha
                 write rel-linha
                 go to 2400-exit
            end-if
            move spaces                            to ws-lin-valores
            perform varying ws-ind-indicador from 1 by 1
                      until ws-ind-indicador > c026-qtde-indicadores
                 if   ws-var-com-inicio (ws-ind-indicador)
                 and  ws-var-vl-inicio (ws-ind-indicador) not equal zeroes
                      compute ws-vl-variacao rounded =
                              (ws-var-vl-fim (ws-ind-indicador)
                             - ws-var-vl-inicio (ws-ind-indicador)) * 100
                            / ws-var-vl-inicio (ws-ind-indicador)
                          on size error
                              move zeroes          to ws-vl-variacao
                      end-compute
                      move ws-vl-variacao          to ws-lin-perc-edt
                      move ws-lin-perc-edt         to ws-lin-valor (ws-ind-indicador)
                 end-if
            end-perform
            move spaces                            to rel-linha
            string "  Variacao %" ws-lin-valores
                   delimited by size into rel-linha
            write rel-linha
           .
       2400-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh02091r

            if   ws-tracelog-csbh02091r
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
            if   ws-tracelog-csbh02091r
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
       COPY CSBHL131.
