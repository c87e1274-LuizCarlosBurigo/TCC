       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03079V.
      *>=====================================================================
      *> Cancelamento de demanda por falta de saldo: o cliente que nao
      *> aguarda a reposicao deixa de ser um silencio. Origem "P"
      *> cancela (no todo ou em parte) a pendencia de CSBHD017 da
      *> saida/produto; origem "V" corta a linha de pedido de venda de
      *> CSBHD039 ainda nao alocada (quantidade e valor reduzidos ao
      *> alocado; sem nada alocado, a linha fica "C"). A quantidade
      *> cancelada vira venda perdida (CSBHD118) com cliente, vendedor
      *> da saida e valor a preco de lista, e entra na demanda perdida
      *> do mes (CSBHD070) - 9660 de CSBHP022.
      *> Quantidade zero cancela todo o saldo em aberto. O motivo,
      *> quando informado, e um motivo de venda perdida (CSBHD047 tipo
      *> "P"). Autorizacao do operador via CSBH03018A; segue o modelo
      *> de subprograma chamavel de CSBH03040X.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS011.
           COPY CSBHS017.
           COPY CSBHS034.
           COPY CSBHS039.
           COPY CSBHS047.
           COPY CSBHS070.
           COPY CSBHS118.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF011.
           COPY CSBHF017.
           COPY CSBHF034.
           COPY CSBHF039.
           COPY CSBHF047.
           COPY CSBHF070.
           COPY CSBHF118.

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
       78  este-programa                                     value "CSBH03079V".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03079v             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03079v                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-qtdade-em-aberto                  pic 9(09) value zeroes.
           03 ws-qtdade-cancelar                   pic 9(09) value zeroes.
           03 ws-valor-unitario                    pic s9(09)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-vpd-parametros.
           03 lnk-vpd-origem                        pic x(01).
              88 lnk-vpd-pendencia                            value "P".
              88 lnk-vpd-pedido-venda                         value "V".
           03 lnk-vpd-cd-empresa                    pic 9(03).
           03 lnk-vpd-cd-filial                     pic 9(03).
           03 lnk-vpd-cd-documento                  pic 9(09).
              *> Saida da pendencia ou pedido de venda.
           03 lnk-vpd-cd-produto                    pic 9(09).
              *> Produto da pendencia (origem "P").
           03 lnk-vpd-sequencia                     pic 9(09).
              *> Linha do pedido de venda (origem "V").
           03 lnk-vpd-qtdade                        pic 9(09).
           03 lnk-vpd-cd-motivo                     pic 9(03).
           03 lnk-vpd-cd-venda-perdida              pic 9(09).
           03 lnk-vpd-valor-perdido                 pic s9(11)v99.
           03 lnk-vpd-id-ok                         pic x(01).
              88 lnk-vpd-ok                                   value "S".
           03 lnk-vpd-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-vpd-parametros.
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

            move spaces                             to lnk-vpd-id-ok
            move spaces                             to lnk-vpd-id-erro
            move zeroes                             to lnk-vpd-cd-venda-perdida
            move zeroes                             to lnk-vpd-valor-perdido
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
                 move "N"                          to lnk-vpd-id-ok
                 move ws-aut-id-erro               to lnk-vpd-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   not lnk-vpd-pendencia
            and  not lnk-vpd-pedido-venda
                 move "N"                          to lnk-vpd-id-ok
                 move "Origem invalida (P = pendencia, V = pedido de venda)"
                                                   to lnk-vpd-id-erro
                 exit section
            end-if

            if   lnk-vpd-pendencia
                 move "CSBHD017"                   to ws-sem-arquivo
            else
                 move "CSBHD039"                   to ws-sem-arquivo
            end-if
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-vpd-id-ok
                 move "Cancelamento indisponivel: batch em execucao"
                                                   to lnk-vpd-id-erro
                 exit section
            end-if

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD011
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD017
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD047
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD070
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD118
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2050-valida-motivo
                 if   lnk-vpd-id-erro equal spaces
                      if   lnk-vpd-pendencia
                           perform 2100-cancela-pendencia
                      else
                           perform 2200-corta-pedido-venda
                      end-if
                 end-if
            else
                 move "N"                          to lnk-vpd-id-ok
                 move whs-mensagem                 to lnk-vpd-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD003
            close CSBHD011
            close CSBHD017
            close CSBHD039
            close CSBHD047
            close CSBHD070
            close CSBHD118

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2050-valida-motivo section.
       2050.
            if   lnk-vpd-cd-motivo equal zeroes
                 exit section
            end-if
            initialize                             fmtv-chave-1
            move "P"                               to fmtv-tipo-motivo
            move lnk-vpd-cd-motivo                 to fmtv-cd-motivo
            perform 9000-ler-CSBHD047-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-vpd-id-ok
                 string "Motivo de venda perdida " lnk-vpd-cd-motivo
                        " nao cadastrado em CSBHD047"
                        delimited by size into lnk-vpd-id-erro
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2050-exit.
            exit.
      *>=====================================================================
      *> Pendencia que o cliente nao quer mais esperar: abate a
      *> quantidade cancelada; zerada, a pendencia fica "C" e o job de
      *> liberacao (CSBH03005B) deixa de olhar para ela. O vendedor da
      *> venda perdida e o da saida que gerou a pendencia.
       2100-cancela-pendencia section.
       2100.
            initialize                             fbpnd-chave-1
            move lnk-vpd-cd-empresa                to fbpnd-cd-empresa
            move lnk-vpd-cd-filial                 to fbpnd-cd-filial
            move lnk-vpd-cd-documento              to fbpnd-cd-saida
            move lnk-vpd-cd-produto                to fbpnd-cd-produto
            perform 9000-ler-CSBHD017-ran
            if   not ws-operacao-ok
            or   not fbpnd-situacao-aberta
            or   fbpnd-qtdade-pendente equal zeroes
                 move "N"                          to lnk-vpd-id-ok
                 string "Pendencia em aberto nao encontrada (saida "
                        lnk-vpd-cd-documento ", produto "
                        lnk-vpd-cd-produto ")"
                        delimited by size into lnk-vpd-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move fbpnd-qtdade-pendente             to ws-qtdade-em-aberto
            perform 2300-define-quantidade
            if   lnk-vpd-id-erro not equal spaces
                 exit section
            end-if

            initialize                             fesd-chave-1
            move fbpnd-cd-empresa                  to fesd-cd-empresa
            move fbpnd-cd-filial                   to fesd-cd-filial
            move fbpnd-cd-saida                    to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 move zeroes                       to fesd-cd-vendedor
            end-if
            move "00"                              to ws-resultado-acesso

            subtract ws-qtdade-cancelar            from fbpnd-qtdade-pendente
            if   fbpnd-qtdade-pendente equal zeroes
                 move "C"                          to fbpnd-situacao
            end-if
            move ws-ano-inv                        to fbpnd-dt-atualizacao-ano
            move ws-mes-inv                        to fbpnd-dt-atualizacao-mes
            move ws-dia-inv                        to fbpnd-dt-atualizacao-dia
            move ws-hora                           to fbpnd-hr-atualizacao-hora
            move ws-minutos                        to fbpnd-hr-atualizacao-minuto
            move ws-segundos                       to fbpnd-hr-atualizacao-segundo
            move este-programa                     to fbpnd-job-origem
            perform 9000-regravar-CSBHD017
            if   not ws-operacao-ok
                 move "N"                          to lnk-vpd-id-ok
                 move whs-mensagem                 to lnk-vpd-id-erro
                 exit section
            end-if

            move fbpnd-cd-empresa                  to ws-rpt-cd-empresa
            move fbpnd-cd-filial                   to ws-rpt-cd-filial
            move fbpnd-cd-produto                  to ws-rpt-cd-produto
            move fbpnd-cd-cliente                  to ws-rpt-cd-cliente
            move fesd-cd-vendedor                  to ws-rpt-cd-vendedor
            move "P"                               to ws-rpt-origem
            move fbpnd-cd-saida                    to ws-rpt-cd-documento
            move zeroes                            to ws-rpt-sequencia
            move fbpnd-valor-unitario              to ws-rpt-valor-unitario
            perform 2400-registra-perda
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Linha de pedido de venda cortada: so o que ainda nao foi
      *> alocado pode ser cancelado; a linha fica com a quantidade e o
      *> valor alocados - atendida se algo ja embarcou, cancelada se
      *> nada.
       2200-corta-pedido-venda section.
       2200.
            initialize                             fpdv-chave-1
            move lnk-vpd-cd-empresa                to fpdv-cd-empresa
            move lnk-vpd-cd-filial                 to fpdv-cd-filial
            move lnk-vpd-cd-documento              to fpdv-cd-pedido
            move lnk-vpd-sequencia                 to fpdv-sequencia
            perform 9000-ler-CSBHD039-ran
            if   not ws-operacao-ok
            or   not (fpdv-situacao-aberta or fpdv-situacao-parcial)
            or   fpdv-drop-ship
            or   fpdv-qtdade not greater fpdv-qtdade-alocada
                 move "N"                          to lnk-vpd-id-ok
                 string "Linha de pedido em aberto nao encontrada (pedido "
                        lnk-vpd-cd-documento ", sequencia "
                        lnk-vpd-sequencia ")"
                        delimited by size into lnk-vpd-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            compute ws-qtdade-em-aberto =
                    fpdv-qtdade - fpdv-qtdade-alocada
            perform 2300-define-quantidade
            if   lnk-vpd-id-erro not equal spaces
                 exit section
            end-if

            if   fpdv-qtdade > zero
                 compute ws-valor-unitario rounded =
                         fpdv-valor / fpdv-qtdade
            else
                 move zeroes                       to ws-valor-unitario
            end-if
            subtract ws-qtdade-cancelar            from fpdv-qtdade
            compute fpdv-valor rounded =
                    ws-valor-unitario * fpdv-qtdade
            if   fpdv-qtdade equal fpdv-qtdade-alocada
                 if   fpdv-qtdade-alocada equal zeroes
                      move "C"                     to fpdv-situacao
                 else
                      move "T"                     to fpdv-situacao
                 end-if
            end-if
            move ws-ano-inv                        to fpdv-dt-atualizacao-ano
            move ws-mes-inv                        to fpdv-dt-atualizacao-mes
            move ws-dia-inv                        to fpdv-dt-atualizacao-dia
            move ws-hora                           to fpdv-hr-atualizacao-hora
            move ws-minutos                        to fpdv-hr-atualizacao-minuto
            move ws-segundos                       to fpdv-hr-atualizacao-segundo
            move este-programa                     to fpdv-job-origem
            perform 9000-regravar-CSBHD039
            if   not ws-operacao-ok
                 move "N"                          to lnk-vpd-id-ok
                 move whs-mensagem                 to lnk-vpd-id-erro
                 exit section
            end-if

            move fpdv-cd-empresa                   to ws-rpt-cd-empresa
            move fpdv-cd-filial                    to ws-rpt-cd-filial
            move fpdv-cd-produto                   to ws-rpt-cd-produto
            move fpdv-cd-cliente                   to ws-rpt-cd-cliente
            move zeroes                            to ws-rpt-cd-vendedor
            move "V"                               to ws-rpt-origem
            move fpdv-cd-pedido                    to ws-rpt-cd-documento
            move fpdv-sequencia                    to ws-rpt-sequencia
            move ws-valor-unitario                 to ws-rpt-valor-unitario
            perform 2400-registra-perda
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Quantidade zero cancela tudo o que esta em aberto; acima do
      *> aberto e recusada.
       2300-define-quantidade section.
       2300.
            if   lnk-vpd-qtdade equal zeroes
                 move ws-qtdade-em-aberto          to ws-qtdade-cancelar
            else
                 move lnk-vpd-qtdade               to ws-qtdade-cancelar
            end-if
            if   ws-qtdade-cancelar > ws-qtdade-em-aberto
                 move "N"                          to lnk-vpd-id-ok
                 string "Quantidade a cancelar " ws-qtdade-cancelar
                        " acima do saldo em aberto " ws-qtdade-em-aberto
                        delimited by size into lnk-vpd-id-erro
            end-if
           .
       2300-exit.
            exit.
      *>=====================================================================
       2400-registra-perda section.
       2400.
            move ws-qtdade-cancelar                to ws-rpt-qtdade-perdida
            move lnk-vpd-cd-motivo                 to ws-rpt-cd-motivo
            move lnk-cd-operador                   to ws-rpt-cd-operador
            move este-programa                     to ws-rpt-job-origem
            perform 9660-registra-venda-perdida
            if   ws-rpt-cd-venda-perdida equal zeroes
                 move "N"                          to lnk-vpd-id-ok
                 move "Erro na gravacao da venda perdida (CSBHD118)"
                                                   to lnk-vpd-id-erro
                 exit section
            end-if
            move ws-rpt-cd-venda-perdida           to lnk-vpd-cd-venda-perdida
            move ws-rpt-valor-perdido              to lnk-vpd-valor-perdido
            move "S"                               to lnk-vpd-id-ok
           .
       2400-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03079v

            if   ws-tracelog-csbh03079v
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
            if   ws-tracelog-csbh03079v
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
       COPY CSBHP022.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL011.
       COPY CSBHL017.
       COPY CSBHL034.
       COPY CSBHL039.
       COPY CSBHL047.
       COPY CSBHL070.
       COPY CSBHL118.
