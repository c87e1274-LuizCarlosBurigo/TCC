       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03076N.
      *>=====================================================================
      *> Acompanhamento da nao conformidade de fornecedor (RNC) aberta
      *> pela rejeicao de inspecao (CSBH03037Q) em CSBHD114:
      *>   "T" registra a acao de contencao tomada - a RNC fica contida;
      *>   "C" registra a acao corretiva informada pelo fornecedor;
      *>   "R" troca o responsavel e/ou os prazos de contencao e de
      *>       acao corretiva (campo em branco/zero mantem o atual) -
      *>       prazo novo rearma o aviso de atraso do CSBH03075V;
      *>   "E" encerra a RNC, que precisa ter a acao corretiva.
      *> Protegida pela permissao de manutencao (CSBH03018A); segue o
      *> modelo de subprograma chamavel de CSBH03044P.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS034.
           COPY CSBHS114.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF034.
           COPY CSBHF114.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       01  ws-campos-autorizacao.
           03 ws-aut-parametros.
              05 ws-aut-funcao                     pic x(01).
              05 ws-aut-programa                   pic x(10).
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03076N".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03076n             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03076n                       value zeroes.
           03 wid-arquivo-log                      pic x(250).

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-rnc-parametros.
           03 lnk-rnc-operacao                      pic x(01).
              88 lnk-rnc-contencao                            value "T" "t".
              88 lnk-rnc-corretiva                            value "C" "c".
              88 lnk-rnc-reatribuir                           value "R" "r".
              88 lnk-rnc-encerrar                             value "E" "e".
           03 lnk-rnc-cd-rnc                        pic 9(09).
           03 lnk-rnc-acao                          pic x(80).
              *> Texto da acao de contencao ("T") ou corretiva ("C").
           03 lnk-rnc-cd-responsavel                pic x(08).
           03 lnk-rnc-data-limite-contencao         pic 9(08).
           03 lnk-rnc-data-limite-corretiva         pic 9(08).
           03 lnk-rnc-situacao                      pic x(01).
              *> Devolvida: situacao da RNC apos a operacao.
           03 lnk-rnc-id-ok                         pic x(01).
              88 lnk-rnc-ok                                   value "S".
           03 lnk-rnc-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-rnc-parametros.
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

            move spaces                             to lnk-rnc-id-ok
            move spaces                             to lnk-rnc-id-erro
            move spaces                             to lnk-rnc-situacao
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            initialize                             ws-aut-parametros
            move "M"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-rnc-id-ok
                 move ws-aut-id-erro               to lnk-rnc-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD114"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-rnc-id-ok
                 move "Nao conformidades indisponiveis: batch em execucao"
                                                   to lnk-rnc-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD114
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-atualiza-rnc
            else
                 move "N"                          to lnk-rnc-id-ok
                 move whs-mensagem                 to lnk-rnc-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD114

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-atualiza-rnc section.
       2100.
            initialize                             frnc-chave-1
            move lnk-cd-empresa                    to frnc-cd-empresa
            move lnk-cd-filial                     to frnc-cd-filial
            move lnk-rnc-cd-rnc                    to frnc-cd-rnc
            perform 9000-ler-CSBHD114-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-rnc-id-ok
                 string "RNC " lnk-rnc-cd-rnc " nao localizada"
                        delimited by size into lnk-rnc-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   frnc-situacao-encerrada
                 move "N"                          to lnk-rnc-id-ok
                 string "RNC " lnk-rnc-cd-rnc " ja encerrada"
                        delimited by size into lnk-rnc-id-erro
                 exit section
            end-if

            evaluate true
                when lnk-rnc-contencao
                     if   lnk-rnc-acao equal spaces
                          move "N"                 to lnk-rnc-id-ok
                          move "Acao de contencao nao informada"
                                                   to lnk-rnc-id-erro
                          exit section
                     end-if
                     move lnk-rnc-acao             to frnc-acao-contencao
                     move ws-data-inv              to frnc-data-contencao
                     move "C"                      to frnc-situacao
                when lnk-rnc-corretiva
                     if   lnk-rnc-acao equal spaces
                          move "N"                 to lnk-rnc-id-ok
                          move "Acao corretiva nao informada"
                                                   to lnk-rnc-id-erro
                          exit section
                     end-if
                     move lnk-rnc-acao             to frnc-acao-corretiva
                when lnk-rnc-reatribuir
                     if   lnk-rnc-cd-responsavel equal spaces
                     and  lnk-rnc-data-limite-contencao equal zeroes
                     and  lnk-rnc-data-limite-corretiva equal zeroes
                          move "N"                 to lnk-rnc-id-ok
                          move "Nada a alterar: responsavel e prazos em branco"
                                                   to lnk-rnc-id-erro
                          exit section
                     end-if
                     if   lnk-rnc-cd-responsavel not equal spaces
                          move lnk-rnc-cd-responsavel
                                                   to frnc-cd-responsavel
                     end-if
                     if   lnk-rnc-data-limite-contencao not equal zeroes
                          move lnk-rnc-data-limite-contencao
                                                   to frnc-data-limite-contencao
                          move zeroes              to frnc-data-aviso-atraso
                     end-if
                     if   lnk-rnc-data-limite-corretiva not equal zeroes
                          move lnk-rnc-data-limite-corretiva
                                                   to frnc-data-limite-corretiva
                          move zeroes              to frnc-data-aviso-atraso
                     end-if
                when lnk-rnc-encerrar
                     if   frnc-acao-corretiva equal spaces
                          move "N"                 to lnk-rnc-id-ok
                          move "RNC sem acao corretiva nao pode ser encerrada"
                                                   to lnk-rnc-id-erro
                          exit section
                     end-if
                     move "E"                      to frnc-situacao
                     move ws-data-inv              to frnc-data-encerramento
                when other
                     move "N"                      to lnk-rnc-id-ok
                     string "Operacao invalida: [" lnk-rnc-operacao "]"
                            delimited by size into lnk-rnc-id-erro
                     exit section
            end-evaluate

            move ws-ano-inv                        to frnc-dt-atualizacao-ano
            move ws-mes-inv                        to frnc-dt-atualizacao-mes
            move ws-dia-inv                        to frnc-dt-atualizacao-dia
            move ws-hora                           to frnc-hr-atualizacao-hora
            move ws-minutos                        to frnc-hr-atualizacao-minuto
            move ws-segundos                       to frnc-hr-atualizacao-segundo
            move este-programa                     to frnc-job-origem
            perform 9000-regravar-CSBHD114
            if   not ws-operacao-ok
                 move "N"                          to lnk-rnc-id-ok
                 move whs-mensagem                 to lnk-rnc-id-erro
                 exit section
            end-if
            move frnc-situacao                     to lnk-rnc-situacao
            move "S"                               to lnk-rnc-id-ok
           .
       2100-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03076n

            if   ws-tracelog-csbh03076n
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
            if   ws-tracelog-csbh03076n
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
       COPY CSBHP004.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL034.
       COPY CSBHL114.
