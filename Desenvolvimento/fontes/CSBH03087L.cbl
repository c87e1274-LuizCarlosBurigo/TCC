       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03087L.
      *>=====================================================================
      *> Liberacao de embarque retido por credito: o financeiro libera
      *> a Saida que a carga de SAIDA.CSV reteve (cliente bloqueado ou
      *> limite excedido, 2630 do CSBH01001C). A liberacao vai para
      *> CSBHD129 e, na proxima carga do mesmo embarque para o mesmo
      *> cliente, a Saida passa e a liberacao fica utilizada. Funcao
      *> protegida: o CSBH03018A confere a permissao (funcao "M",
      *> atividade CRDL sobre o cliente) - quem mantem o credito do
      *> cliente (CRDM, carga de CREDITO.CSV) nao libera embarque dele
      *> quando o par esta em CSBHD128. A liberacao fica no historico de
      *> cadastro (CSBHD036). Segue o modelo de subprograma chamavel de
      *> CSBH03026A.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS013.
           COPY CSBHS034.
           COPY CSBHS036.
           COPY CSBHS129.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF013.
           COPY CSBHF034.
           COPY CSBHF036.
           COPY CSBHF129.

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
       78  este-programa                                     value "CSBH03087L".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03087l             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03087l                       value zeroes.
           03 wid-arquivo-log                      pic x(250).

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-lbc-parametros.
           03 lnk-lbc-cd-empresa                    pic 9(03).
           03 lnk-lbc-cd-filial                     pic 9(03).
           03 lnk-lbc-cd-saida                      pic 9(09).
           03 lnk-lbc-cd-cliente                    pic 9(09).
              *> Cliente da Saida retida - a liberacao so vale para ele.
           03 lnk-lbc-motivo                        pic x(60).
           03 lnk-lbc-id-ok                         pic x(01).
              88 lnk-lbc-ok                                   value "S".
           03 lnk-lbc-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-lbc-parametros.
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

            move spaces                             to lnk-lbc-id-ok
            move spaces                             to lnk-lbc-id-erro
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
            move "CRDL"                            to ws-aut-cd-atividade
            initialize                             ws-atv-documento
            move lnk-lbc-cd-cliente                to ws-atv-doc-cd-cliente
            move ws-atv-documento                  to ws-aut-documento
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-lbc-id-ok
                 move ws-aut-id-erro               to lnk-lbc-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD129"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-lbc-id-ok
                 move "Liberacao indisponivel: batch em execucao"
                                                   to lnk-lbc-id-erro
                 exit section
            end-if

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD129
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 move "N"                          to lnk-lbc-id-ok
                 move whs-mensagem                 to lnk-lbc-id-erro
                 initialize                        whs-mensagem
            else
                 perform 2100-libera-embarque
            end-if
            close CSBHD003
            close CSBHD013
            close CSBHD129

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-libera-embarque section.
       2100.
            if   lnk-lbc-cd-empresa equal zeroes
            or   lnk-lbc-cd-filial  equal zeroes
            or   lnk-lbc-cd-saida   equal zeroes
            or   lnk-lbc-cd-cliente equal zeroes
                 move "N"                          to lnk-lbc-id-ok
                 move "Informe empresa, filial, Saida e cliente"
                                                   to lnk-lbc-id-erro
                 exit section
            end-if

      *> Saida ja carregada nao esta retida: nao ha o que liberar.
            initialize                             fesd-chave-1
            move lnk-lbc-cd-empresa                to fesd-cd-empresa
            move lnk-lbc-cd-filial                 to fesd-cd-filial
            move lnk-lbc-cd-saida                  to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   ws-operacao-ok
                 move "N"                          to lnk-lbc-id-ok
                 string "Saida " lnk-lbc-cd-saida
                        " ja carregada - nao esta retida"
                        delimited by size into lnk-lbc-id-erro
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move lnk-lbc-cd-cliente                to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
            or   fdcli-situacao-inativa
                 move "N"                          to lnk-lbc-id-ok
                 string "Cliente " lnk-lbc-cd-cliente
                        " nao cadastrado ou inativo"
                        delimited by size into lnk-lbc-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             flbc-chave-1
            move lnk-lbc-cd-empresa                to flbc-cd-empresa
            move lnk-lbc-cd-filial                 to flbc-cd-filial
            move lnk-lbc-cd-saida                  to flbc-cd-saida
            perform 9000-ler-CSBHD129-ran
            if   ws-operacao-ok
                 if   flbc-situacao-utilizada
                      move "N"                     to lnk-lbc-id-ok
                      string "Liberacao da Saida " lnk-lbc-cd-saida
                             " ja utilizada na carga"
                             delimited by size into lnk-lbc-id-erro
                      exit section
                 end-if
                 move flbc-liberacao-credito       to ws-hst-imagem-anterior
                 move "R"                          to ws-hst-operacao
            else
                 initialize                        flbc-liberacao-credito
                 move lnk-lbc-cd-empresa           to flbc-cd-empresa
                 move lnk-lbc-cd-filial            to flbc-cd-filial
                 move lnk-lbc-cd-saida             to flbc-cd-saida
                 move spaces                       to ws-hst-imagem-anterior
                 move "W"                          to ws-hst-operacao
            end-if

            move lnk-lbc-cd-cliente                to flbc-cd-cliente
            move lnk-cd-operador                   to flbc-cd-operador
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to flbc-data-liberacao
            move lnk-lbc-motivo                    to flbc-motivo
            move "L"                               to flbc-situacao
            move zeroes                            to flbc-data-utilizacao
            move ws-ano-inv                        to flbc-dt-atualizacao-ano
            move ws-mes-inv                        to flbc-dt-atualizacao-mes
            move ws-dia-inv                        to flbc-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to flbc-hr-atualizacao-hora
            move ws-minutos                        to flbc-hr-atualizacao-minuto
            move ws-segundos                       to flbc-hr-atualizacao-segundo
            move este-programa                     to flbc-job-origem
            if   ws-hst-operacao equal "R"
                 perform 9000-regravar-CSBHD129
            else
                 perform 9000-gravar-CSBHD129
            end-if
            if   not ws-operacao-ok
                 move "N"                          to lnk-lbc-id-ok
                 move whs-mensagem                 to lnk-lbc-id-erro
                 exit section
            end-if

            move "S"                               to lnk-lbc-id-ok
            move "CSBHF129"                        to ws-hst-tabela
            move spaces                            to ws-hst-chave
            string lnk-lbc-cd-empresa lnk-lbc-cd-filial
                   lnk-lbc-cd-saida delimited by size into ws-hst-chave
            move flbc-liberacao-credito            to ws-hst-imagem-atual
            perform 9800-grava-historico
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
            move Return-Code                    to ws-id-tracelog-csbh03087l

            if   ws-tracelog-csbh03087l
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
            if   ws-tracelog-csbh03087l
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
       COPY CSBHP005.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL013.
       COPY CSBHL034.
       COPY CSBHL036.
       COPY CSBHL129.
