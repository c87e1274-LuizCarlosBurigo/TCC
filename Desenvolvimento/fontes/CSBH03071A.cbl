       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03071A.
      *>=====================================================================
      *> Agenda de doca de recebimento (CSBHD104): Compras ou o proprio
      *> fornecedor reserva uma janela contra um pedido de compra
      *> (CSBHD019) e a portaria registra a chegada e a descarga do
      *> caminhao. Subprograma chamavel no modelo de CSBH03040X, com
      *> autorizacao do operador via CSBH03018A e quatro funcoes:
      *>   "R" reserva a janela (data + hora de inicio) do deposito
      *>       para o pedido - deposito ativo com docas (CSBHD048),
      *>       janela dentro do horario e no passo de
      *>       fdep-minutos-slot, pedido com linha aberta na filial;
      *>       a doca e a primeira livre da janela (capacidade =
      *>       docas x janelas do dia) e volta em lnk-agd-cd-doca;
      *>   "C" registra a chegada do caminhao (hora informada ou a
      *>       hora corrente);
      *>   "D" registra a descarga - inicio e fim (fim em branco = a
      *>       hora corrente); caminhao sem chegada registrada chega
      *>       no inicio da descarga;
      *>   "X" cancela o agendamento que ainda nao chegou.
      *> Horas sempre em HHMM.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS019.
           COPY CSBHS034.
           COPY CSBHS048.
           COPY CSBHS104.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF019.
           COPY CSBHF034.
           COPY CSBHF048.
           COPY CSBHF104.

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
       78  este-programa                                     value "CSBH03071A".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03071a             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03071a                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-id-fim-pedido                     pic x(01) value spaces.
              88 ws-fim-pedido                               value "S".
           03 ws-cd-fornecedor-pedido              pic 9(09) value zeroes.
           03 ws-hora-informada                    pic 9(04) value zeroes.
           03 ws-hora-informada-r redefines ws-hora-informada.
              05 ws-hh-informada                   pic 9(02).
              05 ws-mm-informada                   pic 9(02).
           03 ws-hora-corrente                     pic 9(04) value zeroes.
           03 ws-minuto-slot                       pic 9(05) value zeroes.
           03 ws-minuto-abertura                   pic 9(05) value zeroes.
           03 ws-minuto-fechamento                 pic 9(05) value zeroes.
           03 ws-resto-slot                        pic 9(05) value zeroes.
           03 ws-quociente-slot                    pic 9(05) value zeroes.
           03 ws-cd-doca                           pic 9(02) value zeroes.
           03 ws-cd-doca-livre                     pic 9(02) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-agd-parametros.
           03 lnk-agd-funcao                        pic x(01).
              88 lnk-agd-reservar                             value "R".
              88 lnk-agd-chegada                              value "C".
              88 lnk-agd-descarga                             value "D".
              88 lnk-agd-cancelar                             value "X".
           03 lnk-agd-cd-empresa                    pic 9(03).
           03 lnk-agd-cd-filial                     pic 9(03).
           03 lnk-agd-cd-deposito                   pic 9(03).
           03 lnk-agd-data                          pic 9(08).
           03 lnk-agd-hora-slot                     pic 9(04).
           03 lnk-agd-cd-doca                       pic 9(02).
              *>Devolvida na reserva; informada nas demais funcoes.
           03 lnk-agd-cd-pedido                     pic 9(09).
           03 lnk-agd-origem                        pic x(01).
              *>"C" Compras, "F" fornecedor (em branco = Compras).
           03 lnk-agd-hora-chegada                  pic 9(04).
           03 lnk-agd-hora-inicio-descarga          pic 9(04).
           03 lnk-agd-hora-fim-descarga             pic 9(04).
           03 lnk-agd-situacao                      pic x(01).
           03 lnk-agd-id-ok                         pic x(01).
              88 lnk-agd-ok                                   value "S".
           03 lnk-agd-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-agd-parametros.
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

            move spaces                             to lnk-agd-id-ok
            move spaces                             to lnk-agd-id-erro
            move spaces                             to lnk-agd-situacao
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            compute ws-hora-corrente = ws-hora * 100 + ws-minutos
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
                 move "N"                          to lnk-agd-id-ok
                 move ws-aut-id-erro               to lnk-agd-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD104"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-agd-id-ok
                 move "Agenda de doca indisponivel: batch em execucao"
                                                   to lnk-agd-id-erro
                 exit section
            end-if

            if   not lnk-agd-reservar
            and  not lnk-agd-chegada
            and  not lnk-agd-descarga
            and  not lnk-agd-cancelar
                 move "N"                          to lnk-agd-id-ok
                 string "Funcao [" lnk-agd-funcao
                        "] invalida para agenda de doca"
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if

            perform 9000-abrir-i-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD048
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD104
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 evaluate true
                     when lnk-agd-reservar
                          perform 2100-reserva-janela
                     when lnk-agd-chegada
                          perform 2200-registra-chegada
                     when lnk-agd-descarga
                          perform 2300-registra-descarga
                     when other
                          perform 2400-cancela-agendamento
                 end-evaluate
            else
                 move "N"                          to lnk-agd-id-ok
                 move whs-mensagem                 to lnk-agd-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD019
            close CSBHD048
            close CSBHD104

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Reserva: deposito com agenda, janela valida, pedido aberto da
      *> filial e a primeira doca livre da janela.
       2100-reserva-janela section.
       2100.
            initialize                             fdep-chave-1
            move lnk-agd-cd-empresa                to fdep-cd-empresa
            move lnk-agd-cd-filial                 to fdep-cd-filial
            move lnk-agd-cd-deposito               to fdep-cd-deposito
            perform 9000-ler-CSBHD048-ran
            if   not ws-operacao-ok
            or   not fdep-situacao-ativa
            or   fdep-qtde-docas equal zeroes
                 move "N"                          to lnk-agd-id-ok
                 string "Deposito " lnk-agd-cd-deposito
                        " inexistente, inativo ou sem docas de recebimento"
                        delimited by size into lnk-agd-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            if   lnk-agd-data less ws-data-inv
                 move "N"                          to lnk-agd-id-ok
                 string "Data " lnk-agd-data " ja passou"
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if

            perform 2110-valida-janela
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if

            perform 2120-localiza-pedido
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if

            move zeroes                            to ws-cd-doca-livre
            perform varying ws-cd-doca from 1 by 1
                    until ws-cd-doca > fdep-qtde-docas
                    or    ws-cd-doca-livre not equal zeroes
                 initialize                        fagd-agendamento-doca
                 move lnk-agd-cd-empresa           to fagd-cd-empresa
                 move lnk-agd-cd-filial            to fagd-cd-filial
                 move lnk-agd-cd-deposito          to fagd-cd-deposito
                 move lnk-agd-data                 to fagd-data
                 move lnk-agd-hora-slot            to fagd-hora-slot
                 move ws-cd-doca                   to fagd-cd-doca
                 perform 9000-ler-CSBHD104-ran
                 if   not ws-operacao-ok
                 or   fagd-situacao-cancelada
                      move ws-cd-doca              to ws-cd-doca-livre
                 end-if
            end-perform
            if   ws-cd-doca-livre equal zeroes
                 move "N"                          to lnk-agd-id-ok
                 string "Janela " lnk-agd-hora-slot " de " lnk-agd-data
                        " lotada - " fdep-qtde-docas " doca(s) ocupada(s)"
                        delimited by size into lnk-agd-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

      *> Doca livre: o registro cancelado da vaga, se houver, e
      *> reaproveitado.
            initialize                             fagd-agendamento-doca
            move lnk-agd-cd-empresa                to fagd-cd-empresa
            move lnk-agd-cd-filial                 to fagd-cd-filial
            move lnk-agd-cd-deposito               to fagd-cd-deposito
            move lnk-agd-data                      to fagd-data
            move lnk-agd-hora-slot                 to fagd-hora-slot
            move ws-cd-doca-livre                  to fagd-cd-doca
            perform 9000-ler-CSBHD104-ran
            initialize                             fagd-chave-2
                                                   fagd-cd-pedido
                                                   fagd-hora-chegada
                                                   fagd-hora-inicio-descarga
                                                   fagd-hora-fim-descarga
                                                   fagd-cd-entrada
            move lnk-agd-cd-empresa                to fagd-cd-empresa
            move lnk-agd-cd-filial                 to fagd-cd-filial
            move lnk-agd-cd-deposito               to fagd-cd-deposito
            move lnk-agd-data                      to fagd-data
            move lnk-agd-hora-slot                 to fagd-hora-slot
            move ws-cd-doca-livre                  to fagd-cd-doca
            move lnk-agd-cd-empresa                to fagd-cd-empresa-2
            move lnk-agd-cd-filial                 to fagd-cd-filial-2
            move ws-cd-fornecedor-pedido           to fagd-cd-fornecedor
            move lnk-agd-data                      to fagd-data-2
            move lnk-agd-cd-pedido                 to fagd-cd-pedido
            if   lnk-agd-origem equal "F"
                 move "F"                          to fagd-origem
            else
                 move "C"                          to fagd-origem
            end-if
            move "A"                               to fagd-situacao
            move lnk-cd-operador                   to fagd-cd-operador
            perform 9100-carimba-agendamento
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD104
            else
                 perform 9000-regravar-CSBHD104
            end-if
            if   not ws-operacao-ok
                 move "N"                          to lnk-agd-id-ok
                 move whs-mensagem                 to lnk-agd-id-erro
                 exit section
            end-if

            move ws-cd-doca-livre                  to lnk-agd-cd-doca
            move fagd-situacao                     to lnk-agd-situacao
            move "S"                               to lnk-agd-id-ok
            string "Agendado pedido " lnk-agd-cd-pedido " em "
                   lnk-agd-data " " lnk-agd-hora-slot " doca "
                   ws-cd-doca-livre
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> A janela tem que comecar dentro do horario de recebimento do
      *> deposito, num multiplo de fdep-minutos-slot a partir da
      *> abertura, e terminar ate o fechamento.
       2110-valida-janela section.
       2110.
            move lnk-agd-hora-slot                 to ws-hora-informada
            if   ws-hh-informada > 23
            or   ws-mm-informada > 59
                 move "N"                          to lnk-agd-id-ok
                 string "Hora da janela [" lnk-agd-hora-slot
                        "] invalida (HHMM)"
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if
            compute ws-minuto-slot = ws-hh-informada * 60 + ws-mm-informada

            move fdep-hora-abertura-doca           to ws-hora-informada
            compute ws-minuto-abertura =
                    ws-hh-informada * 60 + ws-mm-informada
            move fdep-hora-fechamento-doca         to ws-hora-informada
            compute ws-minuto-fechamento =
                    ws-hh-informada * 60 + ws-mm-informada

            if   ws-minuto-slot < ws-minuto-abertura
            or   ws-minuto-slot + fdep-minutos-slot > ws-minuto-fechamento
                 move "N"                          to lnk-agd-id-ok
                 string "Janela " lnk-agd-hora-slot
                        " fora do horario de recebimento "
                        fdep-hora-abertura-doca " a "
                        fdep-hora-fechamento-doca
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if

            compute ws-resto-slot = ws-minuto-slot - ws-minuto-abertura
            if   fdep-minutos-slot > zeroes
                 divide fdep-minutos-slot into ws-resto-slot
                        giving ws-quociente-slot remainder ws-resto-slot
            end-if
            if   ws-resto-slot not equal zeroes
                 move "N"                          to lnk-agd-id-ok
                 string "Janela " lnk-agd-hora-slot
                        " fora do passo de " fdep-minutos-slot
                        " minutos a partir de " fdep-hora-abertura-doca
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> O pedido tem que ter linha aberta na filial; o fornecedor do
      *> agendamento e o do pedido.
       2120-localiza-pedido section.
       2120.
            move zeroes                            to ws-cd-fornecedor-pedido
            move spaces                            to ws-id-fim-pedido
            initialize                             fpdc-chave-1
            move lnk-agd-cd-empresa                to fpdc-cd-empresa
            move lnk-agd-cd-filial                 to fpdc-cd-filial
            move lnk-agd-cd-pedido                 to fpdc-cd-pedido
            perform 9000-str-CSBHD019-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-pedido
            end-if
            perform until ws-fim-pedido
                 perform 9000-ler-CSBHD019-next
                 if   not ws-operacao-ok
                 or   fpdc-cd-empresa not equal lnk-agd-cd-empresa
                 or   fpdc-cd-filial  not equal lnk-agd-cd-filial
                 or   fpdc-cd-pedido  not equal lnk-agd-cd-pedido
                      move "S"                     to ws-id-fim-pedido
                 else
                      if   fpdc-situacao-aberta
                      and  not fpdc-drop-ship
                           move fpdc-cd-fornecedor to ws-cd-fornecedor-pedido
                           move "S"                to ws-id-fim-pedido
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-cd-fornecedor-pedido equal zeroes
                 move "N"                          to lnk-agd-id-ok
                 string "Pedido " lnk-agd-cd-pedido
                        " sem linha aberta para recebimento na filial"
                        delimited by size into lnk-agd-id-erro
            end-if
           .
       2120-exit.
            exit.
      *>=====================================================================
       2200-registra-chegada section.
       2200.
            perform 2500-localiza-agendamento
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if
            if   not fagd-situacao-agendada
                 move "N"                          to lnk-agd-id-ok
                 string "Agendamento na situacao " fagd-situacao
                        " - chegada ja registrada ou cancelado"
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if

            move lnk-agd-hora-chegada              to ws-hora-informada
            perform 2510-valida-hora
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if
            move ws-hora-informada                 to fagd-hora-chegada
            move "C"                               to fagd-situacao
            perform 2600-grava-agendamento
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-registra-descarga section.
       2300.
            perform 2500-localiza-agendamento
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if
            if   not fagd-situacao-agendada
            and  not fagd-situacao-chegou
                 move "N"                          to lnk-agd-id-ok
                 string "Agendamento na situacao " fagd-situacao
                        " - descarga ja registrada ou cancelado"
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if
            if   lnk-agd-hora-inicio-descarga equal zeroes
                 move "N"                          to lnk-agd-id-ok
                 move "Hora de inicio da descarga nao informada"
                                                   to lnk-agd-id-erro
                 exit section
            end-if

            move lnk-agd-hora-inicio-descarga      to ws-hora-informada
            perform 2510-valida-hora
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if
            move ws-hora-informada                 to fagd-hora-inicio-descarga

            move lnk-agd-hora-fim-descarga         to ws-hora-informada
            perform 2510-valida-hora
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if
            if   ws-hora-informada < fagd-hora-inicio-descarga
                 move "N"                          to lnk-agd-id-ok
                 string "Fim da descarga " ws-hora-informada
                        " antes do inicio " fagd-hora-inicio-descarga
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if
            move ws-hora-informada                 to fagd-hora-fim-descarga

            if   fagd-situacao-agendada
                 move fagd-hora-inicio-descarga    to fagd-hora-chegada
            end-if
            move "D"                               to fagd-situacao
            perform 2600-grava-agendamento
           .
       2300-exit.
            exit.
      *>=====================================================================
       2400-cancela-agendamento section.
       2400.
            perform 2500-localiza-agendamento
            if   lnk-agd-id-ok equal "N"
                 exit section
            end-if
            if   not fagd-situacao-agendada
                 move "N"                          to lnk-agd-id-ok
                 string "Agendamento na situacao " fagd-situacao
                        " - so o ainda nao chegado pode ser cancelado"
                        delimited by size into lnk-agd-id-erro
                 exit section
            end-if
            move "X"                               to fagd-situacao
            perform 2600-grava-agendamento
           .
       2400-exit.
            exit.
      *>=====================================================================
       2500-localiza-agendamento section.
       2500.
            initialize                             fagd-agendamento-doca
            move lnk-agd-cd-empresa                to fagd-cd-empresa
            move lnk-agd-cd-filial                 to fagd-cd-filial
            move lnk-agd-cd-deposito               to fagd-cd-deposito
            move lnk-agd-data                      to fagd-data
            move lnk-agd-hora-slot                 to fagd-hora-slot
            move lnk-agd-cd-doca                   to fagd-cd-doca
            perform 9000-ler-CSBHD104-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-agd-id-ok
                 string "Agendamento " lnk-agd-data " " lnk-agd-hora-slot
                        " doca " lnk-agd-cd-doca " nao encontrado"
                        delimited by size into lnk-agd-id-erro
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> Hora em branco vale a hora corrente.
       2510-valida-hora section.
       2510.
            if   ws-hora-informada equal zeroes
                 move ws-hora-corrente             to ws-hora-informada
            end-if
            if   ws-hh-informada > 23
            or   ws-mm-informada > 59
                 move "N"                          to lnk-agd-id-ok
                 string "Hora [" ws-hora-informada "] invalida (HHMM)"
                        delimited by size into lnk-agd-id-erro
            end-if
           .
       2510-exit.
            exit.
      *>=====================================================================
       2600-grava-agendamento section.
       2600.
            move lnk-cd-operador                   to fagd-cd-operador
            perform 9100-carimba-agendamento
            perform 9000-regravar-CSBHD104
            if   not ws-operacao-ok
                 move "N"                          to lnk-agd-id-ok
                 move whs-mensagem                 to lnk-agd-id-erro
                 exit section
            end-if
            move fagd-situacao                     to lnk-agd-situacao
            move "S"                               to lnk-agd-id-ok
           .
       2600-exit.
            exit.
      *>=====================================================================
       9100-carimba-agendamento section.
       9100.
            move ws-ano-inv                        to fagd-dt-atualizacao-ano
            move ws-mes-inv                        to fagd-dt-atualizacao-mes
            move ws-dia-inv                        to fagd-dt-atualizacao-dia
            move ws-hora                           to fagd-hr-atualizacao-hora
            move ws-minutos                        to fagd-hr-atualizacao-minuto
            move ws-segundos                       to fagd-hr-atualizacao-segundo
            move este-programa                     to fagd-job-origem
           .
       9100-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03071a

            if   ws-tracelog-csbh03071a
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
            if   ws-tracelog-csbh03071a
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
       COPY CSBHL019.
       COPY CSBHL034.
       COPY CSBHL048.
       COPY CSBHL104.
