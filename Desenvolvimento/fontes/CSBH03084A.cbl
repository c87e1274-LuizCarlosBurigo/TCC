       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03084A.
      *>=====================================================================
      *> Decisao da cotacao de venda (CSBHD121, carregada por
      *> COTACAO_VENDA.CSV em CSBH01001C): acao "C" converte a cotacao
      *> aceita pelo cliente em pedido de venda - cada linha aberta vira
      *> uma linha de CSBHD039 em aberto, com a mesma sequencia, ao
      *> preco cotado (nao ao de hoje), para o lote de alocacao
      *> CSBH03023B seguir como com qualquer pedido; acao "P" registra a
      *> cotacao como perdida. So converte cotacao ainda dentro da
      *> validade; vencida, o vendedor recota. Pedido zero toma o
      *> proximo numero de pedido da filial; informado, nao pode ja
      *> existir. Autorizacao do operador via CSBH03018A; segue o modelo
      *> de subprograma chamavel de CSBH03008J.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS039.
           COPY CSBHS121.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF039.
           COPY CSBHF121.

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
       78  este-programa                                     value "CSBH03084A".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03084a             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03084a                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-qtde-abertas                      pic 9(05) value zeroes.
           03 ws-qtde-vencidas                     pic 9(05) value zeroes.
           03 ws-cd-pedido                         pic 9(09) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-cvv-parametros.
           03 lnk-cvv-acao                          pic x(01).
              88 lnk-cvv-converte                             value "C".
              88 lnk-cvv-perdida                              value "P".
           03 lnk-cvv-cd-empresa                    pic 9(03).
           03 lnk-cvv-cd-filial                     pic 9(03).
           03 lnk-cvv-cd-cotacao                    pic 9(09).
           03 lnk-cvv-cd-pedido                     pic 9(09).
              *> Zero = proximo numero de pedido da filial; devolvido
              *> com o numero usado na conversao.
           03 lnk-cvv-qtde-linhas                   pic 9(05).
           03 lnk-cvv-id-ok                         pic x(01).
              88 lnk-cvv-ok                                   value "S".
           03 lnk-cvv-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-cvv-parametros.
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

            move zeroes                            to lnk-cvv-qtde-linhas
            move spaces                            to lnk-cvv-id-ok
            move spaces                            to lnk-cvv-id-erro

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
                 move "N"                          to lnk-cvv-id-ok
                 move ws-aut-id-erro               to lnk-cvv-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   not lnk-cvv-converte
            and  not lnk-cvv-perdida
                 move "N"                          to lnk-cvv-id-ok
                 move "Acao invalida (C = converte, P = perdida)"
                                                   to lnk-cvv-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD121
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-confere-cotacao
                 if   lnk-cvv-id-erro equal spaces
                 and  lnk-cvv-converte
                      perform 2200-define-pedido
                 end-if
                 if   lnk-cvv-id-erro equal spaces
                      perform 2300-decide-cotacao
                 end-if
                 if   lnk-cvv-id-erro equal spaces
                      move "S"                     to lnk-cvv-id-ok
                 else
                      move "N"                     to lnk-cvv-id-ok
                 end-if
            else
                 move "N"                          to lnk-cvv-id-ok
                 move whs-mensagem                 to lnk-cvv-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD039
            close CSBHD121

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> A cotacao precisa ter linha em aberto e, para converter,
      *> nenhuma linha aberta fora da validade.
       2100-confere-cotacao section.
       2100.
            move zeroes                            to ws-qtde-abertas
                                                      ws-qtde-vencidas
            perform 2110-posiciona-cotacao
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD121-next
                 if   not ws-operacao-ok
                 or   fcvd-cd-empresa not equal lnk-cvv-cd-empresa
                 or   fcvd-cd-filial  not equal lnk-cvv-cd-filial
                 or   fcvd-cd-cotacao not equal lnk-cvv-cd-cotacao
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcvd-situacao-aberta
                           add 1                   to ws-qtde-abertas
                           if   fcvd-data-validade < ws-data-inv
                                add 1              to ws-qtde-vencidas
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   ws-qtde-abertas equal zeroes
                 string "Cotacao " lnk-cvv-cd-cotacao
                        " sem linha em aberto"
                        delimited by size into lnk-cvv-id-erro
                 exit section
            end-if
            if   lnk-cvv-converte
            and  ws-qtde-vencidas > zeroes
                 string "Cotacao " lnk-cvv-cd-cotacao
                        " com validade vencida - recotar"
                        delimited by size into lnk-cvv-id-erro
            end-if
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-posiciona-cotacao section.
       2110.
            initialize                             fcvd-chave-1
            move lnk-cvv-cd-empresa                to fcvd-cd-empresa
            move lnk-cvv-cd-filial                 to fcvd-cd-filial
            move lnk-cvv-cd-cotacao                to fcvd-cd-cotacao
            perform 9000-str-CSBHD121-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Pedido informado nao pode existir; zero toma o proximo numero
      *> da filial (ultimo pedido + 1).
       2200-define-pedido section.
       2200.
            initialize                             fpdv-chave-1
            move lnk-cvv-cd-empresa                to fpdv-cd-empresa
            move lnk-cvv-cd-filial                 to fpdv-cd-filial
            if   lnk-cvv-cd-pedido not equal zeroes
                 move lnk-cvv-cd-pedido            to fpdv-cd-pedido
                 perform 9000-str-CSBHD039-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD039-next
                 end-if
                 if   ws-operacao-ok
                 and  fpdv-cd-empresa equal lnk-cvv-cd-empresa
                 and  fpdv-cd-filial  equal lnk-cvv-cd-filial
                 and  fpdv-cd-pedido  equal lnk-cvv-cd-pedido
                      string "Pedido " lnk-cvv-cd-pedido
                             " ja existe em CSBHD039"
                             delimited by size into lnk-cvv-id-erro
                 end-if
                 move lnk-cvv-cd-pedido            to ws-cd-pedido
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move 999999999                         to fpdv-cd-pedido
            move 999999999                         to fpdv-sequencia
            perform 9000-str-CSBHD039-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD039-pre
            end-if
            if   ws-operacao-ok
            and  fpdv-cd-empresa equal lnk-cvv-cd-empresa
            and  fpdv-cd-filial  equal lnk-cvv-cd-filial
                 compute ws-cd-pedido = fpdv-cd-pedido + 1
            else
                 move 1                            to ws-cd-pedido
            end-if
            move ws-cd-pedido                      to lnk-cvv-cd-pedido
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-decide-cotacao section.
       2300.
            perform 2110-posiciona-cotacao
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD121-next
                 if   not ws-operacao-ok
                 or   fcvd-cd-empresa not equal lnk-cvv-cd-empresa
                 or   fcvd-cd-filial  not equal lnk-cvv-cd-filial
                 or   fcvd-cd-cotacao not equal lnk-cvv-cd-cotacao
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcvd-situacao-aberta
                           perform 2310-decide-linha
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2310-decide-linha section.
       2310.
            if   lnk-cvv-converte
                 perform 2320-gera-linha-pedido
                 if   not ws-operacao-ok
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      move whs-mensagem            to lnk-cvv-id-erro
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 move "G"                          to fcvd-situacao
                 move ws-cd-pedido                 to fcvd-cd-pedido
            else
                 move "P"                          to fcvd-situacao
            end-if
            move ws-data-inv                       to fcvd-data-decisao
            move lnk-cd-operador                   to fcvd-cd-operador
            move ws-ano-inv                        to fcvd-dt-atualizacao-ano
            move ws-mes-inv                        to fcvd-dt-atualizacao-mes
            move ws-dia-inv                        to fcvd-dt-atualizacao-dia
            move ws-hora                           to fcvd-hr-atualizacao-hora
            move ws-minutos                        to fcvd-hr-atualizacao-minuto
            move ws-segundos                       to fcvd-hr-atualizacao-segundo
            move este-programa                     to fcvd-job-origem
            perform 9000-regravar-CSBHD121
            if   ws-operacao-ok
                 add 1                             to lnk-cvv-qtde-linhas
                 move spaces                       to ws-ds-tracelog
                 string "2310-decide-linha - Cotacao " fcvd-cd-cotacao
                        " sequencia " fcvd-sequencia
                        " acao " lnk-cvv-acao " pedido " fcvd-cd-pedido
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2310-exit.
            exit.
      *>=====================================================================
      *> Linha de pedido ao preco cotado, na data de hoje; a data
      *> desejada fica em aberto, como no CSV sem a coluna.
       2320-gera-linha-pedido section.
       2320.
            initialize                             fpdv-pedido-venda
            move fcvd-cd-empresa                   to fpdv-cd-empresa
            move fcvd-cd-filial                    to fpdv-cd-filial
            move ws-cd-pedido                      to fpdv-cd-pedido
            move fcvd-sequencia                    to fpdv-sequencia
            move fcvd-cd-cliente                   to fpdv-cd-cliente
            move fcvd-cd-produto                   to fpdv-cd-produto
            move ws-data-inv                       to fpdv-data-pedido
            move fcvd-qtdade                       to fpdv-qtdade
            move zeroes                            to fpdv-qtdade-alocada
            move fcvd-valor                        to fpdv-valor
            move zeroes                            to fpdv-cd-saida-gerada
            move "A"                               to fpdv-situacao
            move ws-ano-inv                        to fpdv-dt-atualizacao-ano
            move ws-mes-inv                        to fpdv-dt-atualizacao-mes
            move ws-dia-inv                        to fpdv-dt-atualizacao-dia
            move ws-hora                           to fpdv-hr-atualizacao-hora
            move ws-minutos                        to fpdv-hr-atualizacao-minuto
            move ws-segundos                       to fpdv-hr-atualizacao-segundo
            move este-programa                     to fpdv-job-origem
            perform 9000-gravar-CSBHD039
           .
       2320-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03084a

            if   ws-tracelog-csbh03084a
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
            if   ws-tracelog-csbh03084a
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
       COPY CSBHL039.
       COPY CSBHL121.
