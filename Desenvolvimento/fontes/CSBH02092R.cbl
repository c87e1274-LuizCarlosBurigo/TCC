       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02092R.
      *>=====================================================================
      *> Acompanhamento dos pedidos de acesso do titular (LGPD) ainda
      *> sem resposta (CSBHD132, abertos pela CSBH03090L): um pedido por
      *> linha, do prazo mais proximo para o mais distante, com o
      *> protocolo, o titular, o operador que abriu, o prazo legal e os
      *> dias que faltam - negativo e prazo estourado, marcado VENCIDO.
      *> Fecha com abertos, vencidos e os que vencem nos proximos 3
      *> dias. Pedido respondido (funcao "R" da CSBH03090L) sai da
      *> lista. Sem selecao de empresa/filial: o titular e da empresa
      *> toda. Com lnk-saida-csv sai tambem CSBH02092R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS132.

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
           COPY CSBHF132.

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
       78  este-programa                                     value "CSBH02092R".
       78  c-dias-alerta                                     value 3.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02092r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02092r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-hoje-inteiro                      pic 9(09) value zeroes.
           03 ws-dias-restantes                    pic s9(05) value zeroes.
           03 ws-ds-alerta                         pic x(07) value spaces.
           03 ws-qtde-abertos                      pic 9(07) value zeroes.
           03 ws-qtde-vencidos                     pic 9(07) value zeroes.
           03 ws-qtde-a-vencer                     pic 9(07) value zeroes.
           03 ws-lin-dias                          pic -(4)9.

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
            move ws-data-inv                       to ws-data-hoje
            compute ws-hoje-inteiro =
                    function integer-of-date(ws-data-hoje)
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Sem CSBHD132 (nenhum pedido ainda) o relatorio sai vazio.
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02092R.REL" delimited by size into wid-arquivo-relatorio

            open output relatorio
            move spaces                            to rel-linha
            string "Pedidos de acesso do titular (LGPD) sem resposta em "
                   ws-data-hoje
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Protocolo                Titular                       "
                   "          Operador  Prazo     Dias"
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02092R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "protocolo;cliente;cnpj_cpf;titular;operador;prazo;dias_restantes"
                                                   to csv-linha
                 write csv-linha
            end-if

            perform 9000-abrir-i-CSBHD132
            if   ws-arquivo-inexistente
                 move "00"                         to ws-resultado-acesso
            else
                 perform 9000-controle-abertura
                 if   processamento-sem-erro
                      perform 2100-lista-abertos
                 else
                      move "S"                     to ws-run-id-falha
                 end-if
                 close CSBHD132
            end-if

            perform 2900-totais
            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Chave 2 = situacao + prazo: os abertos ja vem pelo prazo.
       2100-lista-abertos section.
       2100.
            initialize                             ftit-chave-2
            move "A"                               to ftit-situacao
            perform 9000-str-CSBHD132-gtr-2
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD132-next
                 if   not ws-operacao-ok
                 or   not ftit-situacao-aberta
                      move "S"                     to ws-id-fim-leitura
                 else
                      perform 2110-imprime-pedido
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-imprime-pedido section.
       2110.
            add 1                                  to ws-qtde-abertos
            compute ws-dias-restantes =
                    function integer-of-date(ftit-data-prazo)
                  - ws-hoje-inteiro
            move spaces                            to ws-ds-alerta
            if   ws-dias-restantes < zeroes
                 move "VENCIDO"                    to ws-ds-alerta
                 add 1                             to ws-qtde-vencidos
            else
                 if   ws-dias-restantes not greater c-dias-alerta
                      add 1                        to ws-qtde-a-vencer
                 end-if
            end-if
            move ws-dias-restantes                 to ws-lin-dias

            move spaces                            to rel-linha
            string "  " ftit-data-pedido ftit-hora-pedido ftit-cd-cliente
                   "  " ftit-ds-titular (1:40)
                   "  " ftit-cd-operador
                   "  " ftit-data-prazo
                   " " ws-lin-dias " " ws-ds-alerta
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ftit-data-pedido ftit-hora-pedido ftit-cd-cliente
                        ";" ftit-cd-cliente
                        ";" ftit-cnpj-cpf delimited by size,
                        ";" delimited by size,
                        ftit-ds-titular delimited by "  ",
                        ";" ftit-cd-operador
                        ";" ftit-data-prazo
                        ";" ws-lin-dias
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
       2900-totais section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Pedidos sem resposta    : " ws-qtde-abertos
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Com prazo vencido       : " ws-qtde-vencidos
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Vencendo em ate " c-dias-alerta " dias : "
                   ws-qtde-a-vencer
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

            move ws-qtde-abertos                   to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02092r

            if   ws-tracelog-csbh02092r
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
            if   ws-tracelog-csbh02092r
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
       COPY CSBHL132.
