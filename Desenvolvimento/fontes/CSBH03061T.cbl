       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03061T.
      *>=====================================================================
      *> Retorno de pagamentos do contas a pagar (CNAB 240): le o arquivo
      *> de retorno do banco CSBH03061T_RETORNO.TXT e baixa cada titulo
      *> remetido pelo CSBH03060R, localizado em CSBHD041 pelo "seu
      *> numero" (empresa, filial, titulo) dos segmentos A (credito em
      *> conta/TED) e N (DARF/GPS). A ocorrencia (posicoes 231-240)
      *> decide: "00" pago - o titulo passa a "P" com a data e o valor
      *> efetivos informados pelo banco; "BD" agendado - segue
      *> autorizado e remetido; qualquer outra e rejeicao - o titulo
      *> volta a autorizado sem marca de remessa, com a ocorrencia
      *> guardada, e entra na proxima remessa depois de corrigido.
      *> Titulo desconhecido, nao remetido ou ja baixado e apontado no
      *> relatorio sem interromper o lote - mesma postura do retorno de
      *> cobranca CSBH03036T.
      *> O pagamento confirmado entra no diario contabil (CSBHD096,
      *> evento PAGT) pelo valor pago, na data do banco.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS041.
           COPY CSBHS095.
           COPY CSBHS096.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqretorno assign to wid-arqretorno
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF041.
           COPY CSBHF095.
           COPY CSBHF096.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqretorno.
           01   ret-registro                       pic  x(240).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03061T".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03061t             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03061t                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arqretorno                       pic x(250).
           03 ws-qtde-pagos                        pic 9(05) value zeroes.
           03 ws-qtde-agendados                    pic 9(05) value zeroes.
           03 ws-qtde-rejeitados                   pic 9(05) value zeroes.
           03 ws-qtde-recusados                    pic 9(05) value zeroes.
           03 ws-valor-retorno                     pic s9(11)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-ds-resultado                      pic x(10) value spaces.
           03 ws-ret-seu-numero-x                  pic x(20) value spaces.
           03 ws-ret-seu-numero redefines ws-ret-seu-numero-x.
              05 ws-ret-cd-empresa                 pic 9(03).
              05 ws-ret-cd-filial                  pic 9(03).
              05 ws-ret-cd-titulo                  pic 9(09).
              05 filler                            pic x(05).
           03 ws-ret-ocorrencia.
              05 ws-ret-cd-ocorrencia              pic x(02).
                 88 ws-ret-pago                              value "00".
                 88 ws-ret-agendado                          value "BD".
              05 filler                            pic x(08).
           03 ws-ret-data-ddmmaaaa                 pic 9(08) value zeroes.
           03 filler redefines ws-ret-data-ddmmaaaa.
              05 ws-ret-data-dia                   pic 9(02).
              05 ws-ret-data-mes                   pic 9(02).
              05 ws-ret-data-ano                   pic 9(04).
           03 ws-ret-valor                         pic 9(15) value zeroes.
              *>Valor em centavos, como na remessa.

      *>=====================================================================
      *> Layout CNAB 240 do retorno: so os detalhes (tipo "3") dos
      *> segmentos A e N interessam; B, headers e trailers passam.
       01  ws-retorno-registro                     pic x(240).
       01  ws-retorno-segmento-a redefines ws-retorno-registro.
           03 filler                               pic x(07).
           03 ws-ret-tipo                          pic x(01).
              88 ws-ret-detalhe                              value "3".
           03 filler                               pic x(05).
           03 ws-ret-segmento                      pic x(01).
              88 ws-ret-segmento-a                           value "A".
              88 ws-ret-segmento-n                           value "N".
           03 filler                               pic x(59).
           03 ws-reta-seu-numero                   pic x(20).
           03 filler                               pic x(61).
           03 ws-reta-data-real                    pic 9(08).
           03 ws-reta-valor-real                   pic 9(15).
           03 filler                               pic x(53).
           03 ws-reta-ocorrencia                   pic x(10).
       01  ws-retorno-segmento-n redefines ws-retorno-registro.
           03 filler                               pic x(17).
           03 ws-retn-seu-numero                   pic x(20).
           03 filler                               pic x(50).
           03 ws-retn-data-pagamento               pic 9(08).
           03 ws-retn-valor                        pic 9(15).
           03 filler                               pic x(120).
           03 ws-retn-ocorrencia                   pic x(10).

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0017.
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
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03061T.REL" delimited by size into wid-arquivo-relatorio
            string lnk-dtbLog delimited by space,
                   este-programa, "_RETORNO.TXT" into wid-arqretorno
            move wid-arqretorno                    to ws-filename

            perform 9000-abrir-io-CSBHD041
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-processa-retorno
            end-if

            close CSBHD041
            close CSBHD095
            close CSBHD096

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-processa-retorno section.
       2100.
            open input arqretorno
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            open output relatorio
            move spaces                            to rel-linha
            string "Retorno de pagamentos do contas a pagar" delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Emp Fil Titulo    Credor    Ocorrencia Resultado         Valor"
                   delimited by size into rel-linha
            write rel-linha

            move 1                                 to ws-idx-001
            read arqretorno
            perform
              until not ws-operacao-ok
                    move ret-registro              to ws-retorno-registro
                    if   ws-ret-detalhe
                         evaluate true
                             when ws-ret-segmento-a
                                  move ws-reta-seu-numero     to ws-ret-seu-numero-x
                                  move ws-reta-ocorrencia     to ws-ret-ocorrencia
                                  move ws-reta-data-real      to ws-ret-data-ddmmaaaa
                                  move ws-reta-valor-real     to ws-ret-valor
                                  perform 2200-baixa-titulo
                             when ws-ret-segmento-n
                                  move ws-retn-seu-numero     to ws-ret-seu-numero-x
                                  move ws-retn-ocorrencia     to ws-ret-ocorrencia
                                  move ws-retn-data-pagamento to ws-ret-data-ddmmaaaa
                                  move ws-retn-valor          to ws-ret-valor
                                  perform 2200-baixa-titulo
                         end-evaluate
                    end-if
                    add 1                          to ws-idx-001
                    read arqretorno
            end-perform
            close arqretorno

            perform 2290-rodape
            close relatorio
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-baixa-titulo section.
       2200.
            if   ws-ret-cd-empresa not numeric
            or   ws-ret-cd-filial  not numeric
            or   ws-ret-cd-titulo  not numeric
                 add 1                             to ws-qtde-recusados
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " seu numero invalido: [", ws-ret-seu-numero-x,
                        "]" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             ftcp-chave-1
            move ws-ret-cd-empresa                 to ftcp-cd-empresa
            move ws-ret-cd-filial                  to ftcp-cd-filial
            move ws-ret-cd-titulo                  to ftcp-cd-titulo
            perform 9000-ler-CSBHD041-ran
            if   not ws-operacao-ok
                 add 1                             to ws-qtde-recusados
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " titulo ", ws-ret-seu-numero-x (1:15),
                        " não localizado em CSBHD041" into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            if   not ftcp-situacao-autorizado
            or   ftcp-data-remessa equal zeroes
                 add 1                             to ws-qtde-recusados
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " titulo ", ws-ret-seu-numero-x (1:15),
                        " não remetido ou já baixado (situação [",
                        ftcp-situacao, "])" into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            compute ws-valor-retorno = ws-ret-valor / 100
            evaluate true
                when ws-ret-pago
                     move "P"                      to ftcp-situacao
                     if   ws-ret-data-ddmmaaaa equal zeroes
                          move ws-data-inv         to ftcp-data-pagamento
                     else
                          move ws-ret-data-ano     to ftcp-data-pagamento-ano
                          move ws-ret-data-mes     to ftcp-data-pagamento-mes
                          move ws-ret-data-dia     to ftcp-data-pagamento-dia
                     end-if
                     if   ws-valor-retorno equal zeroes
                          move ftcp-valor          to ws-valor-retorno
                     end-if
                     move ws-valor-retorno         to ftcp-valor-pago
                     move "Pago"                   to ws-ds-resultado
                     add 1                         to ws-qtde-pagos
                when ws-ret-agendado
                     move "Agendado"               to ws-ds-resultado
                     add 1                         to ws-qtde-agendados
                when other
                     move zeroes                   to ftcp-data-remessa
                                                      ftcp-nsa-remessa
                     move ftcp-valor               to ws-valor-retorno
                     move "Rejeitado"              to ws-ds-resultado
                     add 1                         to ws-qtde-rejeitados
            end-evaluate

            move ws-ret-ocorrencia                 to ftcp-ocorrencia-retorno
            move ws-data-inv                       to ftcp-data-retorno
            move ws-ano-inv                        to ftcp-dt-atualizacao-ano
            move ws-mes-inv                        to ftcp-dt-atualizacao-mes
            move ws-dia-inv                        to ftcp-dt-atualizacao-dia
            move ws-hora                           to ftcp-hr-atualizacao-hora
            move ws-minutos                        to ftcp-hr-atualizacao-minuto
            move ws-segundos                       to ftcp-hr-atualizacao-segundo
            move este-programa                     to ftcp-job-origem
            perform 9000-regravar-CSBHD041
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            if   ws-ret-pago
                 perform 2250-contabiliza-pagamento
            end-if

            move ws-valor-retorno                  to ws-valor-edt
            move spaces                            to rel-linha
            string ftcp-cd-empresa " " ftcp-cd-filial " " ftcp-cd-titulo " "
                   ftcp-cd-credor " " ws-ret-ocorrencia " " ws-ds-resultado
                   ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2200-exit.
            exit.
      *>=====================================================================
       2250-contabiliza-pagamento section.
       2250.
            move "PAGT"                            to ws-ctb-evento
            move ftcp-cd-empresa                   to ws-ctb-cd-empresa
            move ftcp-cd-filial                    to ws-ctb-cd-filial
            move ftcp-data-pagamento               to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "TPG " ftcp-cd-titulo delimited by size
                                                   into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Pagamento credor " ftcp-cd-credor
                   delimited by size into ws-ctb-historico
            move ftcp-valor-pago                   to ws-ctb-valor
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
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
            string "Titulos pagos      : " ws-qtde-pagos
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos agendados  : " ws-qtde-agendados
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos rejeitados : " ws-qtde-rejeitados
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas recusadas   : " ws-qtde-recusados
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

            compute ws-run-qtde-registros =
                    ws-qtde-pagos + ws-qtde-agendados
                  + ws-qtde-rejeitados
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
            move Return-Code                    to ws-id-tracelog-csbh03061t

            if   ws-tracelog-csbh03061t
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
            if   ws-tracelog-csbh03061t
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
       COPY CSBHP016.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL041.
       COPY CSBHL095.
       COPY CSBHL096.
