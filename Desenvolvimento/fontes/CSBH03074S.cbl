       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03074S.
      *>=====================================================================
      *> Sinistro de transporte pela via do operador: abre a reclamacao
      *> contra a transportadora por avaria, extravio ou roubo a partir
      *> da ocorrencia de entrega da Saida (CSBHD025), com o valor das
      *> linhas afetadas de CSBHD004 (lista de sequencia/quantidade
      *> afetada; sem lista, a Saida inteira), e acompanha o caso ate a
      *> recuperacao (CSBHD112):
      *>   "A" abre o sinistro e devolve o numero;
      *>   "E" atualiza a evidencia de um sinistro aberto;
      *>   "C" registra o aceite da transportadora com a forma de
      *>       recuperacao - "F" abate dos proximos titulos de frete na
      *>       conciliacao CSBH03013C, "T" fica a receber no sinistro;
      *>   "R" registra a recusa (com o motivo) e encerra o caso;
      *>   "P" informa o recebimento de um sinistro aceito a receber;
      *>       recebido o valor inteiro, o sinistro fica pago.
      *> Protegida pela permissao de manutencao (CSBH03018A); segue o
      *> modelo de subprograma chamavel de CSBH03044P.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS025.
           COPY CSBHS034.
           COPY CSBHS112.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF025.
           COPY CSBHF034.
           COPY CSBHF112.

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
       78  este-programa                                     value "CSBH03074S".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03074s             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03074s                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-id-fim-item                       pic x(01) value spaces.
              88 ws-fim-item                                 value "S" "s".
           03 ws-ind-linha                         pic 9(03) value zeroes.
           03 ws-proximo-sinistro                  pic 9(09) value zeroes.
           03 ws-valor-linha                       pic s9(11)v99 value zeroes.
           03 ws-valor-reclamado                   pic s9(11)v99 value zeroes.
           03 ws-qtde-linhas                       pic 9(03) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-sin-parametros.
           03 lnk-sin-operacao                      pic x(01).
              88 lnk-sin-abrir                                value "A" "a".
              88 lnk-sin-atualizar-evidencia                  value "E" "e".
              88 lnk-sin-aceitar                              value "C" "c".
              88 lnk-sin-recusar                              value "R" "r".
              88 lnk-sin-receber                              value "P" "p".
           03 lnk-sin-cd-sinistro                   pic 9(09).
              *> Devolvido na abertura; informado nas demais operacoes.
           03 lnk-sin-cd-saida                      pic 9(09).
           03 lnk-sin-sequencia-ocorrencia          pic 9(04).
           03 lnk-sin-tipo                          pic x(01).
           03 lnk-sin-evidencia                     pic x(80).
           03 lnk-sin-forma-recuperacao             pic x(01).
           03 lnk-sin-valor-recebido                pic 9(11)v99.
           03 lnk-sin-motivo                        pic x(40).
           03 lnk-sin-qtde-linhas                   pic 9(03).
              *> Zero = a Saida inteira (todas as linhas, quantidade
              *> cheia); senao as linhas afetadas da tabela abaixo.
           03 lnk-sin-linha occurs 50 times.
              05 lnk-sin-sequencia                  pic 9(09).
              05 lnk-sin-qtde-afetada               pic 9(09).
                 *> Zero = quantidade cheia da linha.
           03 lnk-sin-valor-reclamado               pic 9(11)v99.
           03 lnk-sin-id-ok                         pic x(01).
              88 lnk-sin-ok                                   value "S".
           03 lnk-sin-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-sin-parametros.
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

            move spaces                             to lnk-sin-id-ok
            move spaces                             to lnk-sin-id-erro
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
                 move "N"                          to lnk-sin-id-ok
                 move ws-aut-id-erro               to lnk-sin-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD112"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-sin-id-ok
                 move "Sinistros indisponiveis: batch em execucao"
                                                   to lnk-sin-id-erro
                 exit section
            end-if

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD025
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD112
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 if   lnk-sin-abrir
                      perform 2100-abre-sinistro
                 else
                      perform 2200-atualiza-sinistro
                 end-if
            else
                 move "N"                          to lnk-sin-id-ok
                 move whs-mensagem                 to lnk-sin-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD003
            close CSBHD004
            close CSBHD025
            close CSBHD112

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Abertura: a Saida tem de existir e ter transportadora, e a
      *> ocorrencia informada tem de ser dessa Saida.
       2100-abre-sinistro section.
       2100.
            if   lnk-sin-tipo not equal "A"
            and  lnk-sin-tipo not equal "E"
            and  lnk-sin-tipo not equal "R"
                 move "N"                          to lnk-sin-id-ok
                 string "Tipo de sinistro invalido: [" lnk-sin-tipo "]"
                        delimited by size into lnk-sin-id-erro
                 exit section
            end-if
            if   lnk-sin-qtde-linhas > 50
                 move "N"                          to lnk-sin-id-ok
                 move "Quantidade de linhas afetadas acima de 50"
                                                   to lnk-sin-id-erro
                 exit section
            end-if

            initialize                             fesd-chave-1
            move lnk-cd-empresa                    to fesd-cd-empresa
            move lnk-cd-filial                     to fesd-cd-filial
            move lnk-sin-cd-saida                  to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-sin-id-ok
                 string "Embarque " lnk-sin-cd-saida " nao localizado"
                        delimited by size into lnk-sin-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fesd-cd-transportadora equal zeroes
                 move "N"                          to lnk-sin-id-ok
                 string "Embarque " lnk-sin-cd-saida " sem transportadora"
                        delimited by size into lnk-sin-id-erro
                 exit section
            end-if

            initialize                             focr-chave-1
            move lnk-cd-empresa                    to focr-cd-empresa
            move lnk-cd-filial                     to focr-cd-filial
            move lnk-sin-cd-saida                  to focr-cd-saida
            move lnk-sin-sequencia-ocorrencia      to focr-sequencia
            perform 9000-ler-CSBHD025-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-sin-id-ok
                 string "Ocorrencia " lnk-sin-sequencia-ocorrencia
                        " nao localizada no embarque " lnk-sin-cd-saida
                        delimited by size into lnk-sin-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            perform 2110-valoriza-linhas
            if   lnk-sin-id-ok equal "N"
                 exit section
            end-if
            if   ws-valor-reclamado not > zeroes
                 move "N"                          to lnk-sin-id-ok
                 move "Linhas afetadas sem valor a reclamar"
                                                   to lnk-sin-id-erro
                 exit section
            end-if

            move 1                                 to ws-proximo-sinistro
            initialize                             fsin-chave-1
            move lnk-cd-empresa                    to fsin-cd-empresa
            move lnk-cd-filial                     to fsin-cd-filial
            move 999999999                         to fsin-cd-sinistro
            perform 9000-str-CSBHD112-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD112-pre
                 if   ws-operacao-ok
                 and  fsin-cd-empresa equal lnk-cd-empresa
                 and  fsin-cd-filial  equal lnk-cd-filial
                      compute ws-proximo-sinistro = fsin-cd-sinistro + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fsin-sinistro
            move lnk-cd-empresa                    to fsin-cd-empresa
            move lnk-cd-filial                     to fsin-cd-filial
            move ws-proximo-sinistro               to fsin-cd-sinistro
            move fesd-cd-transportadora            to fsin-cd-transportadora
            move lnk-sin-cd-saida                  to fsin-cd-saida
            move lnk-sin-sequencia-ocorrencia      to fsin-sequencia-ocorrencia
            move lnk-sin-tipo                      to fsin-tipo
            move "A"                               to fsin-situacao
            move spaces                            to fsin-forma-recuperacao
            move lnk-sin-evidencia                 to fsin-evidencia
            move ws-qtde-linhas                    to fsin-qtde-linhas
            move ws-valor-reclamado                to fsin-valor-reclamado
            move zeroes                            to fsin-valor-recuperado
            move ws-data-inv                       to fsin-data-abertura
            move lnk-cd-operador                   to fsin-cd-operador
            perform 2900-carimba-sinistro
            perform 9000-gravar-CSBHD112
            if   not ws-operacao-ok
                 move "N"                          to lnk-sin-id-ok
                 move whs-mensagem                 to lnk-sin-id-erro
                 exit section
            end-if
            move ws-proximo-sinistro               to lnk-sin-cd-sinistro
            move ws-valor-reclamado                to lnk-sin-valor-reclamado
            move "S"                               to lnk-sin-id-ok
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Valor reclamado: valor da linha de Saida proporcional a
      *> quantidade afetada (quantidade zero ou acima da linha = linha
      *> inteira). Sem lista, todas as linhas da Saida pela chave.
       2110-valoriza-linhas section.
       2110.
            move zeroes                            to ws-valor-reclamado
            move zeroes                            to ws-qtde-linhas
            if   lnk-sin-qtde-linhas equal zeroes
                 initialize                        feisd-chave-1
                 move lnk-cd-empresa               to feisd-cd-empresa
                 move lnk-cd-filial                to feisd-cd-filial
                 move lnk-sin-cd-saida             to feisd-saida
                 perform 9000-str-CSBHD004-gtr
                 move spaces                       to ws-id-fim-item
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-item
                 end-if
                 perform until ws-fim-item
                      perform 9000-ler-CSBHD004-next
                      if   not ws-operacao-ok
                      or   feisd-cd-empresa not equal lnk-cd-empresa
                      or   feisd-cd-filial  not equal lnk-cd-filial
                      or   feisd-saida      not equal lnk-sin-cd-saida
                           move "S"                to ws-id-fim-item
                      else
                           add feisd-valor         to ws-valor-reclamado
                           add 1                   to ws-qtde-linhas
                      end-if
                 end-perform
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            perform varying ws-ind-linha from 1 by 1
                      until ws-ind-linha > lnk-sin-qtde-linhas
                 initialize                        feisd-chave-1
                 move lnk-cd-empresa               to feisd-cd-empresa
                 move lnk-cd-filial                to feisd-cd-filial
                 move lnk-sin-cd-saida             to feisd-saida
                 move lnk-sin-sequencia (ws-ind-linha)
                                                   to feisd-sequencia
                 perform 9000-ler-CSBHD004-ran
                 if   not ws-operacao-ok
                      move "N"                     to lnk-sin-id-ok
                      string "Linha " lnk-sin-sequencia (ws-ind-linha)
                             " nao localizada no embarque " lnk-sin-cd-saida
                             delimited by size into lnk-sin-id-erro
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 if   lnk-sin-qtde-afetada (ws-ind-linha) equal zeroes
                 or   lnk-sin-qtde-afetada (ws-ind-linha) >= feisd-qtdade
                 or   feisd-qtdade equal zeroes
                      move feisd-valor             to ws-valor-linha
                 else
                      compute ws-valor-linha rounded =
                              feisd-valor * lnk-sin-qtde-afetada (ws-ind-linha)
                                          / feisd-qtdade
                 end-if
                 add ws-valor-linha                to ws-valor-reclamado
                 add 1                             to ws-qtde-linhas
            end-perform
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-atualiza-sinistro section.
       2200.
            initialize                             fsin-chave-1
            move lnk-cd-empresa                    to fsin-cd-empresa
            move lnk-cd-filial                     to fsin-cd-filial
            move lnk-sin-cd-sinistro               to fsin-cd-sinistro
            perform 9000-ler-CSBHD112-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-sin-id-ok
                 string "Sinistro " lnk-sin-cd-sinistro " nao localizado"
                        delimited by size into lnk-sin-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            evaluate true
                when lnk-sin-atualizar-evidencia
                     if   not fsin-situacao-aberto
                          move "N"                 to lnk-sin-id-ok
                          move "Evidencia so muda em sinistro aberto"
                                                   to lnk-sin-id-erro
                          exit section
                     end-if
                     move lnk-sin-evidencia        to fsin-evidencia
                when lnk-sin-aceitar
                     if   not fsin-situacao-aberto
                          move "N"                 to lnk-sin-id-ok
                          move "Sinistro nao esta aberto"
                                                   to lnk-sin-id-erro
                          exit section
                     end-if
                     if   lnk-sin-forma-recuperacao not equal "F"
                     and  lnk-sin-forma-recuperacao not equal "T"
                          move "N"                 to lnk-sin-id-ok
                          string "Forma de recuperacao invalida: ["
                                 lnk-sin-forma-recuperacao "]"
                                 delimited by size into lnk-sin-id-erro
                          exit section
                     end-if
                     move "C"                      to fsin-situacao
                     move lnk-sin-forma-recuperacao
                                                   to fsin-forma-recuperacao
                     move ws-data-inv              to fsin-data-decisao
                     move lnk-sin-motivo           to fsin-motivo-decisao
                when lnk-sin-recusar
                     if   not fsin-situacao-aberto
                          move "N"                 to lnk-sin-id-ok
                          move "Sinistro nao esta aberto"
                                                   to lnk-sin-id-erro
                          exit section
                     end-if
                     move "R"                      to fsin-situacao
                     move ws-data-inv              to fsin-data-decisao
                     move lnk-sin-motivo           to fsin-motivo-decisao
                when lnk-sin-receber
                     if   not fsin-situacao-aceito
                     or   not fsin-recupera-titulo-receber
                          move "N"                 to lnk-sin-id-ok
                          move "Sinistro nao esta aceito a receber"
                                                   to lnk-sin-id-erro
                          exit section
                     end-if
                     if   lnk-sin-valor-recebido equal zeroes
                          move "N"                 to lnk-sin-id-ok
                          move "Valor recebido nao informado"
                                                   to lnk-sin-id-erro
                          exit section
                     end-if
                     add lnk-sin-valor-recebido    to fsin-valor-recuperado
                     move ws-data-inv              to fsin-data-recuperacao
                     if   fsin-valor-recuperado >= fsin-valor-reclamado
                          move "P"                 to fsin-situacao
                     end-if
                when other
                     move "N"                      to lnk-sin-id-ok
                     string "Operacao invalida: [" lnk-sin-operacao "]"
                            delimited by size into lnk-sin-id-erro
                     exit section
            end-evaluate

            move lnk-cd-operador                   to fsin-cd-operador
            perform 2900-carimba-sinistro
            perform 9000-regravar-CSBHD112
            if   not ws-operacao-ok
                 move "N"                          to lnk-sin-id-ok
                 move whs-mensagem                 to lnk-sin-id-erro
                 exit section
            end-if
            move fsin-valor-reclamado              to lnk-sin-valor-reclamado
            move "S"                               to lnk-sin-id-ok
           .
       2200-exit.
            exit.
      *>=====================================================================
       2900-carimba-sinistro section.
       2900.
            move ws-ano-inv                        to fsin-dt-atualizacao-ano
            move ws-mes-inv                        to fsin-dt-atualizacao-mes
            move ws-dia-inv                        to fsin-dt-atualizacao-dia
            move ws-hora                           to fsin-hr-atualizacao-hora
            move ws-minutos                        to fsin-hr-atualizacao-minuto
            move ws-segundos                       to fsin-hr-atualizacao-segundo
            move este-programa                     to fsin-job-origem
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
            move Return-Code                    to ws-id-tracelog-csbh03074s

            if   ws-tracelog-csbh03074s
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
            if   ws-tracelog-csbh03074s
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
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL025.
       COPY CSBHL034.
       COPY CSBHL112.
