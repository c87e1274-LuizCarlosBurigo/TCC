       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02080R.
      *>=====================================================================
      *> Historico do palete (LPN): situacao atual do palete em CSBHD109
      *> - produto, lote, quantidade, deposito/posicao, Entrada de
      *> origem e a Saida/volume quando expedido - seguida de todo
      *> movimento registrado em CSBHD110 na ordem em que aconteceu:
      *> recebimento, armazenagem, movimentacao, transferencia entre
      *> depositos, expedicao e conferencia do embarque, com origem,
      *> destino, documento, operador, data e hora. Palete informado
      *> em lnk-hlp-cd-lpn; lnk-hlp-qtde-movimentos devolve quantos
      *> movimentos foram impressos. Sai em CSBH02080R.REL.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS109.
           COPY CSBHS110.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF109.
           COPY CSBHF110.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02080R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02080r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02080r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-id-fim-movimento                  pic x(01) value spaces.
              88 ws-fim-movimento                            value "S" "s".
           03 ws-ds-situacao                       pic x(09) value spaces.
           03 ws-ds-movimento                      pic x(13) value spaces.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-hlp-parametros.
           03 lnk-hlp-cd-lpn                        pic 9(09).
       01  lnk-hlp-retorno.
           03 lnk-hlp-qtde-movimentos               pic 9(05).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-hlp-parametros
                                lnk-hlp-retorno.
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

            move zeroes                            to lnk-hlp-qtde-movimentos
            accept ws-data-inv                     from date yyyymmdd
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02080R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD109
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD110
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2100-imprime-palete
                 close relatorio
                 close CSBHD109
                 close CSBHD110
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-imprime-palete section.
       2100.
            move spaces                            to rel-linha
            string "Historico do palete " lnk-hlp-cd-lpn
                   " - empresa " lnk-cd-empresa " filial " lnk-cd-filial
                   delimited by size into rel-linha
            write rel-linha

            initialize                             flpn-chave-1
            move lnk-cd-empresa                    to flpn-cd-empresa
            move lnk-cd-filial                     to flpn-cd-filial
            move lnk-hlp-cd-lpn                    to flpn-cd-lpn
            perform 9000-ler-CSBHD109-ran
            if   not ws-operacao-ok
                 move spaces                       to rel-linha
                 string "Palete nao localizado em CSBHD109"
                        delimited by size into rel-linha
                 write rel-linha
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            evaluate true
                when flpn-situacao-expedido
                     move "Expedido"               to ws-ds-situacao
                when flpn-situacao-conferido
                     move "Conferido"              to ws-ds-situacao
                when other
                     move "Estoque"                to ws-ds-situacao
            end-evaluate
            move spaces                            to rel-linha
            string "Produto " flpn-cd-produto " quantidade " flpn-qtdade
                   " deposito " flpn-cd-deposito " posicao "
                   flpn-corredor "/" flpn-prateleira "/" flpn-nivel
                   " situacao " ws-ds-situacao
                   delimited by size into rel-linha
            write rel-linha
            if   flpn-lote not equal spaces
                 move spaces                       to rel-linha
                 string "Lote " flpn-lote
                        delimited by size into rel-linha
                 write rel-linha
            end-if
            move spaces                            to rel-linha
            string "Recebido em " flpn-data-recebimento
                   " pela entrada " flpn-cd-entrada
                   " sequencia " flpn-sequencia
                   delimited by size into rel-linha
            write rel-linha
            if   flpn-cd-saida not equal zeroes
                 move spaces                       to rel-linha
                 string "Expedido na saida " flpn-cd-saida
                        " volume " flpn-numero-volume
                        delimited by size into rel-linha
                 write rel-linha
            end-if

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Seq   Movimento     Data     Hora   Dep Origem      Dep Destino     Quantidade Documento Vol  Operador"
                   delimited by size into rel-linha
            write rel-linha

            initialize                             fmlp-chave-1
            move lnk-cd-empresa                    to fmlp-cd-empresa
            move lnk-cd-filial                     to fmlp-cd-filial
            move lnk-hlp-cd-lpn                    to fmlp-cd-lpn
            perform 9000-str-CSBHD110-gtr
            move spaces                            to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD110-next
                 if   not ws-operacao-ok
                 or   fmlp-cd-empresa not equal lnk-cd-empresa
                 or   fmlp-cd-filial  not equal lnk-cd-filial
                 or   fmlp-cd-lpn     not equal lnk-hlp-cd-lpn
                      move "S"                     to ws-id-fim-movimento
                 else
                      perform 2200-imprime-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Movimentos do palete : " lnk-hlp-qtde-movimentos
                   delimited by size into rel-linha
            write rel-linha
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-imprime-movimento section.
       2200.
            evaluate true
                when fmlp-recebimento
                     move "Recebimento"            to ws-ds-movimento
                when fmlp-armazenagem
                     move "Armazenagem"            to ws-ds-movimento
                when fmlp-movimentacao
                     move "Movimentacao"           to ws-ds-movimento
                when fmlp-transferencia
                     move "Transferencia"          to ws-ds-movimento
                when fmlp-expedicao
                     move "Expedicao"              to ws-ds-movimento
                when fmlp-conferencia
                     move "Conferencia"            to ws-ds-movimento
                when other
                     move fmlp-tipo-movimento      to ws-ds-movimento
            end-evaluate
            move spaces                            to rel-linha
            string fmlp-sequencia " " ws-ds-movimento " "
                   fmlp-data-movimento " " fmlp-hora-movimento " "
                   fmlp-cd-deposito-origem " "
                   fmlp-corredor-origem "/" fmlp-prateleira-origem "/"
                   fmlp-nivel-origem " "
                   fmlp-cd-deposito-destino " "
                   fmlp-corredor-destino "/" fmlp-prateleira-destino "/"
                   fmlp-nivel-destino " "
                   fmlp-qtdade " " fmlp-cd-documento " "
                   fmlp-numero-volume " " fmlp-cd-operador
                   delimited by size into rel-linha
            write rel-linha
            add 1                                  to lnk-hlp-qtde-movimentos
           .
       2200-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh02080r

            if   ws-tracelog-csbh02080r
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
            if   ws-tracelog-csbh02080r
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
       COPY CSBHL109.
       COPY CSBHL110.
