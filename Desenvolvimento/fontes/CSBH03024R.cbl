      *> da Saida (2635-soma-exposicao-cliente) agora diminui sozinha
      *> quando o cliente paga. Linha que nao referencia titulo em
      *> aberto e apontada no relatorio e no tracelog, sem interromper
      *> o lote. Cada recebimento aplicado fica tambem em CSBHD091
      *> (data e valor da linha), o lado livro dos creditos na
      *> conciliacao bancaria CSBH03063C.
      *> Titulo parcelado: a sexta coluna (opcional) diz a parcela; sem
      *> ela o recebimento vai para a parcela em aberto mais antiga do
      *> titulo.
      *> Multa e juros de mora (cobranca CSBH03064N) pagos junto vem na
      *> setima coluna (opcional), separados do principal: somam em
      *> ftcr-valor-encargos-pago e fbxr-valor-encargos, nao quitam
      *> saldo do titulo nem liberam exposicao de credito.
      *> Credito de cliente: a oitava coluna (opcional) diz o cliente.
      *> Com ela, a linha sem titulo (titulo zero) vira adiantamento e
      *> a linha de titulo inexistente ou ja liquidado vira recebimento
      *> nao aplicado, em vez de recusada; o que passa do saldo da
      *> parcela vira credito do cliente do titulo. O credito fica em
      *> CSBHD094, soma em fcrd-saldo-credito e entra em CSBHD091 em
      *> fbxr-valor-credito (recebimento sem titulo: baixa de titulo
      *> zero) para a conciliacao. Aplicacao: CSBH03065A e CSBH03014F.
      *> Cada baixa gravada e contabilizada no diario (CSBHD096, pela
      *> CSBHP016): o principal no evento RECB, multa e juros no ENCR
      *> e o credito de cliente no ADTO.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS030.
           COPY CSBHS033.
           COPY CSBHS034.
           COPY CSBHS040.
           COPY CSBHS091.
           COPY CSBHS094.
           COPY CSBHS095.
           COPY CSBHS096.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF030.
           COPY CSBHF033.
           COPY CSBHF034.
           COPY CSBHF040.
           COPY CSBHF091.
           COPY CSBHF094.
           COPY CSBHF095.
           COPY CSBHF096.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-baixados                     pic 9(05) value zeroes.
           03 ws-qtde-parciais                     pic 9(05) value zeroes.
           03 ws-qtde-recusados                    pic 9(05) value zeroes.
           03 ws-id-baixa-gravada                  pic x(01) value spaces.
              88 ws-baixa-gravada                            value "S".
           03 ws-total-encargos                    pic s9(11)v99 value zeroes.
           03 ws-qtde-creditos                     pic 9(05) value zeroes.
           03 ws-total-creditos                    pic s9(11)v99 value zeroes.
           03 ws-valor-aplicado                    pic s9(11)v99 value zeroes.
           03 ws-valor-credito                     pic s9(11)v99 value zeroes.
           03 ws-cd-cliente-credito                pic 9(09) value zeroes.
           03 ws-tipo-credito                      pic x(01) value spaces.
           03 ws-valor-edt                         pic -(11)9,99.

       01  ws-campos-alfa-arqcsv.
           03 ws-cd-titulo-alfa                    pic x(09) value spaces.
           03 ws-data-pagamento-alfa               pic x(08) value spaces.
           03 ws-valor-alfa                        pic x(14) value spaces.
           03 ws-parcela-alfa                      pic x(02) value spaces.
           03 ws-encargos-alfa                     pic x(14) value spaces.
           03 ws-cd-cliente-alfa                   pic x(09) value spaces.

       01  ws-campos-recebimento-csv.
           03 ws-cd-empresa-rcb                    pic 9(03) value zeroes.
           03 ws-cd-titulo-rcb                     pic 9(09) value zeroes.
           03 ws-data-pagamento-rcb                pic 9(08) value zeroes.
           03 ws-valor-pago-rcb                    pic s9(11)v99 value zeroes.
           03 ws-parcela-rcb                       pic 9(02) value zeroes.
           03 ws-valor-encargos-rcb                pic s9(11)v99 value zeroes.
           03 ws-cd-cliente-rcb                    pic 9(09) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0017.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD091
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD094
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 move "CSBHD094"                   to ws-sem-arquivo
                 move "E"                          to ws-sem-modo
                 perform 9600-declara-semaforo
                 perform 2100-processa-recebimentos
                 move "CSBHD094"                   to ws-sem-arquivo
                 perform 9610-libera-semaforo
            end-if

            close CSBHD030
            close CSBHD040
            close CSBHD091
            close CSBHD094
            close CSBHD095
            close CSBHD096

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulo    Parc  Cliente          Valor pago Situacao          Encargos"
                   delimited by size into rel-linha
            write rel-linha
           .
                                                   ws-cd-titulo-alfa
                                                   ws-data-pagamento-alfa
                                                   ws-valor-alfa
                                                   ws-parcela-alfa
                                                   ws-encargos-alfa
                                                   ws-cd-cliente-alfa

            move function numval (ws-cd-empresa-alfa)     to ws-cd-empresa-rcb
            move function numval (ws-cd-filial-alfa)      to ws-cd-filial-rcb
            move function numval (ws-cd-titulo-alfa)      to ws-cd-titulo-rcb
            move function numval (ws-data-pagamento-alfa) to ws-data-pagamento-rcb
            move function numval (ws-valor-alfa)          to ws-valor-pago-rcb
            if   ws-parcela-alfa not equal spaces
                 move function numval (ws-parcela-alfa)   to ws-parcela-rcb
            end-if
            if   ws-encargos-alfa not equal spaces
                 move function numval (ws-encargos-alfa)  to ws-valor-encargos-rcb
            end-if
            if   ws-cd-cliente-alfa not equal spaces
                 move function numval (ws-cd-cliente-alfa) to ws-cd-cliente-rcb
            end-if

            if   ws-cd-empresa-rcb equal zeroes
            or   ws-cd-filial-rcb  equal zeroes
            or  (ws-cd-titulo-rcb  equal zeroes and ws-cd-cliente-rcb equal zeroes)
            or   ws-valor-pago-rcb not greater zeroes
            or   ws-valor-encargos-rcb < zeroes
                 add 1                             to ws-qtde-recusados
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                 exit section
            end-if

            if   ws-cd-titulo-rcb equal zeroes
                 move "A"                          to ws-tipo-credito
                 perform 2230-recebimento-sem-titulo
                 exit section
            end-if

            initialize                             ftcr-chave-1
            move ws-cd-empresa-rcb                 to ftcr-cd-empresa
            move ws-cd-filial-rcb                  to ftcr-cd-filial
            move ws-cd-titulo-rcb                  to ftcr-cd-titulo
            if   ws-parcela-rcb not equal zeroes
                 move ws-parcela-rcb               to ftcr-parcela
                 perform 9000-ler-CSBHD040-ran
            else
                 perform 2220-localiza-parcela-aberta
            end-if
            if  (not ws-operacao-ok
            or   ftcr-situacao-pago
            or   ftcr-situacao-cancelado)
            and  ws-cd-cliente-rcb not equal zeroes
                 move "N"                          to ws-tipo-credito
                 perform 2230-recebimento-sem-titulo
                 exit section
            end-if
            if   not ws-operacao-ok
            or   ftcr-situacao-pago
            or   ftcr-situacao-cancelado
                 add 1                             to ws-qtde-recusados
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " titulo ", ws-cd-titulo-rcb, " parcela ", ws-parcela-rcb,
                        " inexistente ou ja liquidado" into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            compute ws-valor-aplicado = ftcr-valor - ftcr-valor-pago
            if   ws-valor-pago-rcb > ws-valor-aplicado
                 compute ws-valor-credito = ws-valor-pago-rcb - ws-valor-aplicado
            else
                 move ws-valor-pago-rcb            to ws-valor-aplicado
                 move zeroes                       to ws-valor-credito
            end-if
            add ws-valor-aplicado                  to ftcr-valor-pago
            add ws-valor-encargos-rcb              to ftcr-valor-encargos-pago
                                                      ws-total-encargos
            if   ftcr-valor-pago not less ftcr-valor
                 move "P"                          to ftcr-situacao
                 move ws-data-pagamento-rcb        to ftcr-data-pagamento
            end-if

            perform 2250-libera-exposicao
            perform 2260-grava-baixa
            if   ws-valor-credito > zeroes
                 move ftcr-cd-cliente              to ws-cd-cliente-credito
                 move "N"                          to ws-tipo-credito
                 perform 2270-registra-credito
            end-if

            move ws-valor-aplicado                 to ws-valor-edt
            move spaces                            to rel-linha
            if   ftcr-situacao-pago
                 string ftcr-cd-titulo " " ftcr-parcela "/" ftcr-qtde-parcelas
                        " " ftcr-cd-cliente " "
                        ws-valor-edt "  LIQUIDADO"
                        delimited by size into rel-linha
            else
                 string ftcr-cd-titulo " " ftcr-parcela "/" ftcr-qtde-parcelas
                        " " ftcr-cd-cliente " "
                        ws-valor-edt "  PARCIAL"
                        delimited by size into rel-linha
            end-if
            if   ws-valor-encargos-rcb not equal zeroes
                 move ws-valor-encargos-rcb        to ws-valor-edt
                 move ws-valor-edt                 to rel-linha (56:15)
            end-if
            write rel-linha
            if   ws-valor-credito > zeroes
                 perform 2280-imprime-credito
            end-if
            add 1                                  to ws-idx-001
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Recebimento sem parcela: a primeira parcela do titulo que nao
      *> esta paga nem cancelada. Nao achou = status de registro
      *> inexistente, tratado como o titulo que nao existe.
       2220-localiza-parcela-aberta section.
       2220.
            move zeroes                            to ftcr-parcela
            perform 9000-str-CSBHD040-gtr
            if   not ws-operacao-ok
                 exit section
            end-if
            perform 9000-ler-CSBHD040-next
            perform
              until not ws-operacao-ok
                 or ftcr-cd-empresa not equal ws-cd-empresa-rcb
                 or ftcr-cd-filial  not equal ws-cd-filial-rcb
                 or ftcr-cd-titulo  not equal ws-cd-titulo-rcb
                 or (not ftcr-situacao-pago and not ftcr-situacao-cancelado)
                    perform 9000-ler-CSBHD040-next
            end-perform
            if   ws-operacao-ok
            and  (ftcr-cd-empresa not equal ws-cd-empresa-rcb
             or   ftcr-cd-filial  not equal ws-cd-filial-rcb
             or   ftcr-cd-titulo  not equal ws-cd-titulo-rcb)
                 move "23"                         to ws-resultado-acesso
            end-if
           .
       2220-exit.
            exit.
      *>=====================================================================
      *> Recebimento sem titulo para quitar: o valor da linha, com os
      *> encargos se vieram, vai inteiro para o credito do cliente
      *> informado (ws-tipo-credito "A" adiantamento, "N" nao aplicado)
      *> e entra em CSBHD091 como baixa de titulo zero, so credito. Sem
      *> a baixa o credito e desfeito: a conciliacao so acha no livro o
      *> que esta em CSBHD091.
       2230-recebimento-sem-titulo section.
       2230.
            compute ws-valor-credito = ws-valor-pago-rcb + ws-valor-encargos-rcb
            move zeroes                            to ws-valor-aplicado
                                                      ws-valor-encargos-rcb
            move ws-cd-cliente-rcb                 to ws-cd-cliente-credito
            perform 2270-registra-credito
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                             ftcr-titulo-receber
            move ws-cd-empresa-rcb                 to ftcr-cd-empresa
            move ws-cd-filial-rcb                  to ftcr-cd-filial
            move ws-cd-cliente-rcb                 to ftcr-cd-cliente
            perform 2260-grava-baixa
            if   not ws-baixa-gravada
                 add 1                             to ws-qtde-recusados
                 perform 2275-desfaz-credito
                 add 1                             to ws-idx-001
                 exit section
            end-if

            perform 2280-imprime-credito
            add 1                                  to ws-idx-001
           .
       2230-exit.
            exit.
      *>=====================================================================
      *> Devolve o valor recebido a exposicao de credito do cliente do
      *> titulo; cliente sem registro de credito passa sem liberacao,
      *> como ja passa sem checagem na carga da Saida.
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            subtract ws-valor-aplicado             from fcrd-exposicao
            if   fcrd-exposicao < zero
                 move zeroes                       to fcrd-exposicao
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
      *> Registro da baixa: proxima sequencia do titulo em CSBHD091 (a
      *> sequencia corre pelo titulo; a parcela vai no registro). A
      *> baixa nao gravada fica no tracelog com a chave e o status, e
      *> ws-baixa-gravada desligado para o chamador.
       2260-grava-baixa section.
       2260.
            move spaces                            to ws-id-baixa-gravada
            initialize                             fbxr-baixa-receber
            move ftcr-cd-empresa                   to fbxr-cd-empresa
            move ftcr-cd-filial                    to fbxr-cd-filial
            move ftcr-cd-titulo                    to fbxr-cd-titulo
            move 9999999                           to fbxr-sequencia
            perform 9000-str-CSBHD091-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD091-pre
            end-if
            if   ws-operacao-ok
            and  fbxr-cd-empresa equal ftcr-cd-empresa
            and  fbxr-cd-filial  equal ftcr-cd-filial
            and  fbxr-cd-titulo  equal ftcr-cd-titulo
                 if   fbxr-sequencia equal 9999999
                      string "Erro - baixa do titulo " ftcr-cd-titulo
                             " nao gravada: sequencia esgotada"
                             delimited by size into ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 add 1                             to fbxr-sequencia
            else
                 move 1                            to fbxr-sequencia
            end-if

            move ftcr-cd-empresa                   to fbxr-cd-empresa
            move ftcr-cd-filial                    to fbxr-cd-filial
            move ftcr-cd-titulo                    to fbxr-cd-titulo
            move ftcr-parcela                      to fbxr-parcela
            move ftcr-cd-cliente                   to fbxr-cd-cliente
            move ws-data-pagamento-rcb             to fbxr-data-pagamento
            move ws-valor-aplicado                 to fbxr-valor
            move ws-valor-encargos-rcb             to fbxr-valor-encargos
            move ws-valor-credito                  to fbxr-valor-credito
            move zeroes                            to fbxr-data-conciliacao
            move ws-ano-inv                        to fbxr-dt-atualizacao-ano
            move ws-mes-inv                        to fbxr-dt-atualizacao-mes
            move ws-dia-inv                        to fbxr-dt-atualizacao-dia
            move ws-hora                           to fbxr-hr-atualizacao-hora
            move ws-minutos                        to fbxr-hr-atualizacao-minuto
            move ws-segundos                       to fbxr-hr-atualizacao-segundo
            move este-programa                     to fbxr-job-origem
            perform 9000-gravar-CSBHD091
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - baixa " fbxr-cd-empresa "/" fbxr-cd-filial
                        " titulo " fbxr-cd-titulo "/" fbxr-sequencia
                        " nao gravada - status: " ws-status
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
            else
                 move "S"                          to ws-id-baixa-gravada
                 perform 2265-contabiliza-baixa
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> Lancamentos da baixa recem gravada no diario contabil: um por
      *> parte do dinheiro (principal, encargos, credito de cliente).
       2265-contabiliza-baixa section.
       2265.
            move fbxr-cd-empresa                   to ws-ctb-cd-empresa
            move fbxr-cd-filial                    to ws-ctb-cd-filial
            move fbxr-data-pagamento               to ws-ctb-data
            if   ws-ctb-data equal zeroes
                 move ws-data-inv                  to ws-ctb-data
            end-if
            move spaces                            to ws-ctb-documento
            string "BXR" fbxr-cd-titulo "/" fbxr-sequencia
                   delimited by size into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Recebimento cliente " fbxr-cd-cliente
                   delimited by size into ws-ctb-historico

            move "RECB"                            to ws-ctb-evento
            move fbxr-valor                        to ws-ctb-valor
            perform 2266-lanca-evento
            move "ENCR"                            to ws-ctb-evento
            move fbxr-valor-encargos               to ws-ctb-valor
            perform 2266-lanca-evento
            move "ADTO"                            to ws-ctb-evento
            move fbxr-valor-credito                to ws-ctb-valor
            perform 2266-lanca-evento
           .
       2265-exit.
            exit.
      *>=====================================================================
       2266-lanca-evento section.
       2266.
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2266-exit.
            exit.
      *>=====================================================================
      *> Credito ws-valor-credito do cliente ws-cd-cliente-credito:
      *> proxima sequencia do cliente em CSBHD094 e o saldo livre
      *> somado em fcrd-saldo-credito (cliente sem registro de credito
      *> fica so com o CSBHD094).
       2270-registra-credito section.
       2270.
            initialize                             fadt-credito-cliente
            move ws-cd-cliente-credito             to fadt-cd-cliente
            move 99999                             to fadt-sequencia
            perform 9000-str-CSBHD094-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD094-pre
            end-if
            if   ws-operacao-ok
            and  fadt-cd-cliente equal ws-cd-cliente-credito
                 add 1                             to fadt-sequencia
            else
                 move 1                            to fadt-sequencia
            end-if

            move ws-cd-cliente-credito             to fadt-cd-cliente
            move ws-cd-empresa-rcb                 to fadt-cd-empresa
            move ws-cd-filial-rcb                  to fadt-cd-filial
            move ws-tipo-credito                   to fadt-tipo
            move ws-cd-titulo-rcb                  to fadt-cd-titulo-origem
            move ws-data-pagamento-rcb             to fadt-data-recebimento
            move ws-valor-credito                  to fadt-valor
            move zeroes                            to fadt-valor-aplicado
                                                      fadt-data-ultima-aplicacao
            move "A"                               to fadt-situacao
            move ws-ano-inv                        to fadt-dt-atualizacao-ano
            move ws-mes-inv                        to fadt-dt-atualizacao-mes
            move ws-dia-inv                        to fadt-dt-atualizacao-dia
            move ws-hora                           to fadt-hr-atualizacao-hora
            move ws-minutos                        to fadt-hr-atualizacao-minuto
            move ws-segundos                       to fadt-hr-atualizacao-segundo
            move este-programa                     to fadt-job-origem
            perform 9000-gravar-CSBHD094
            if   not ws-operacao-ok
                 add 1                             to ws-qtde-recusados
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-qtde-creditos
            add ws-valor-credito                   to ws-total-creditos

            initialize                             fcrd-chave-1
            move ws-cd-cliente-credito             to fcrd-cd-cliente
            perform 9000-ler-CSBHD030-ran
            if   ws-operacao-ok
                 add ws-valor-credito              to fcrd-saldo-credito
                 move ws-ano-inv                   to fcrd-dt-atualizacao-ano
                 move ws-mes-inv                   to fcrd-dt-atualizacao-mes
                 move ws-dia-inv                   to fcrd-dt-atualizacao-dia
                 move ws-hora                      to fcrd-hr-atualizacao-hora
                 move ws-minutos                   to fcrd-hr-atualizacao-minuto
                 move ws-segundos                  to fcrd-hr-atualizacao-segundo
                 move este-programa                to fcrd-job-origem
                 perform 9000-regravar-CSBHD030
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2270-exit.
            exit.
      *>=====================================================================
      *> Desfaz o credito recem gravado pelo 2270 (registro ainda em
      *> fadt-credito-cliente): exclui o CSBHD094 e devolve o saldo
      *> livre do cliente.
       2275-desfaz-credito section.
       2275.
            perform 9000-excluir-CSBHD094
            if   not ws-operacao-ok
                 string "Erro - credito " fadt-cd-cliente "/" fadt-sequencia
                        " sem baixa e nao excluido: " whs-mensagem
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            subtract 1                             from ws-qtde-creditos
            subtract ws-valor-credito              from ws-total-creditos

            initialize                             fcrd-chave-1
            move ws-cd-cliente-credito             to fcrd-cd-cliente
            perform 9000-ler-CSBHD030-ran
            if   ws-operacao-ok
                 subtract ws-valor-credito         from fcrd-saldo-credito
                 move ws-ano-inv                   to fcrd-dt-atualizacao-ano
                 move ws-mes-inv                   to fcrd-dt-atualizacao-mes
                 move ws-dia-inv                   to fcrd-dt-atualizacao-dia
                 move ws-hora                      to fcrd-hr-atualizacao-hora
                 move ws-minutos                   to fcrd-hr-atualizacao-minuto
                 move ws-segundos                  to fcrd-hr-atualizacao-segundo
                 move este-programa                to fcrd-job-origem
                 perform 9000-regravar-CSBHD030
            end-if
            string "Erro - credito " ws-cd-cliente-credito " de "
                   ws-data-pagamento-rcb
                   " desfeito: recebimento sem baixa em CSBHD091"
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
            move "00"                              to ws-resultado-acesso
           .
       2275-exit.
            exit.
      *>=====================================================================
       2280-imprime-credito section.
       2280.
            move ws-valor-credito                  to ws-valor-edt
            move spaces                            to rel-linha
            if   fadt-tipo-adiantamento
                 string ws-cd-titulo-rcb "       " ws-cd-cliente-credito " "
                        ws-valor-edt "  ADIANTAMENTO " fadt-sequencia
                        delimited by size into rel-linha
            else
                 string ws-cd-titulo-rcb "       " ws-cd-cliente-credito " "
                        ws-valor-edt "  CREDITO " fadt-sequencia
                        delimited by size into rel-linha
            end-if
            write rel-linha
           .
       2280-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            string "Linhas recusadas           : " ws-qtde-recusados
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-total-encargos                 to ws-valor-edt
            move spaces                            to rel-linha
            string "Multa e juros recebidos    : " ws-valor-edt
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Creditos de cliente gerados: " ws-qtde-creditos
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-total-creditos                 to ws-valor-edt
            move spaces                            to rel-linha
            string "Valor em credito de cliente: " ws-valor-edt
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP004.
       COPY CSBHP016.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL030.
       COPY CSBHL033.
       COPY CSBHL034.
       COPY CSBHL040.
       COPY CSBHL091.
       COPY CSBHL094.
       COPY CSBHL095.
       COPY CSBHL096.
