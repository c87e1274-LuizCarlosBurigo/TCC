*>
*>Copy procedure Aplicacao de credito de cliente (CSBHD094) a titulo
*>a receber (CSBHD040)
*>
*>9496-aplica-credito-titulo: com o titulo lido em ftcr-titulo-
*>receber, consome o credito livre do cliente (um credito, pela
*>sequencia, ou todos, do mais antigo para o mais novo) ate o saldo
*>do titulo ou o teto ws-apc-valor-maximo. O aplicado entra no valor
*>pago do titulo como uma baixa (situacao "P" ou "L"), fica em
*>CSBHD091 com a contrapartida negativa em fbxr-valor-credito - baixa
*>sem dinheiro, ja conciliada - e sai da exposicao e do saldo de
*>credito do cliente em CSBHD030.
*>A aplicacao e contabilizada no diario (evento APCR, CSBHP016); o
*>lancamento que nao achou regra volta em ws-ctb-id-erro.
*>O programa deve ter CSBHD030, CSBHD040, CSBHD091, CSBHD094 e CSBHD096
*>abertos em I-O e CSBHD095 aberto.
*>===============================================================================
       9496-aplica-credito-titulo section.
       9496.
            move zeroes                            to ws-apc-valor-aplicado
            move spaces                            to ws-apc-id-erro
                                                      ws-ctb-id-erro
            compute ws-apc-valor-restante = ftcr-valor - ftcr-valor-pago
            if   ws-apc-valor-maximo > zeroes
            and  ws-apc-valor-maximo < ws-apc-valor-restante
                 move ws-apc-valor-maximo          to ws-apc-valor-restante
            end-if
            if   ws-apc-valor-restante not > zeroes
            or   ftcr-situacao-pago
            or   ftcr-situacao-cancelado
                 exit section
            end-if

            initialize                             fadt-chave-1
            move ftcr-cd-cliente                   to fadt-cd-cliente
            if   ws-apc-sequencia not equal zeroes
                 move ws-apc-sequencia             to fadt-sequencia
                 perform 9000-ler-CSBHD094-ran
                 if   ws-operacao-ok
                 and  fadt-situacao-aberto
                      perform 9497-consome-credito
                 end-if
            else
                 perform 9000-str-CSBHD094-gtr
                 move spaces                       to ws-apc-id-fim
                 if   not ws-operacao-ok
                      move "S"                     to ws-apc-id-fim
                 end-if
                 perform until ws-apc-fim
                            or ws-apc-valor-restante not > zeroes
                      perform 9000-ler-CSBHD094-next
                      if   not ws-operacao-ok
                      or   fadt-cd-cliente not equal ftcr-cd-cliente
                           move "S"                to ws-apc-id-fim
                      else
                           if   fadt-situacao-aberto
                                perform 9497-consome-credito
                           end-if
                      end-if
                 end-perform
            end-if
            move "00"                              to ws-resultado-acesso
            if   ws-apc-valor-aplicado equal zeroes
                 exit section
            end-if

            add ws-apc-valor-aplicado              to ftcr-valor-pago
            if   ftcr-valor-pago not less ftcr-valor
                 move "P"                          to ftcr-situacao
                 move ws-data-inv                  to ftcr-data-pagamento
            else
                 move "L"                          to ftcr-situacao
            end-if
            move ws-ano-inv                        to ftcr-dt-atualizacao-ano
            move ws-mes-inv                        to ftcr-dt-atualizacao-mes
            move ws-dia-inv                        to ftcr-dt-atualizacao-dia
            move ws-hora                           to ftcr-hr-atualizacao-hora
            move ws-minutos                        to ftcr-hr-atualizacao-minuto
            move ws-segundos                       to ftcr-hr-atualizacao-segundo
            move este-programa                     to ftcr-job-origem
            perform 9000-regravar-CSBHD040
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-apc-id-erro
                 exit section
            end-if

            perform 9498-grava-baixa-credito
            perform 9499-baixa-credito-exposicao

            move "APCR"                            to ws-ctb-evento
            move ftcr-cd-empresa                   to ws-ctb-cd-empresa
            move ftcr-cd-filial                    to ws-ctb-cd-filial
            move ws-data-inv                       to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "TIT " ftcr-cd-titulo "/" ftcr-parcela
                   delimited by size into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Credito aplicado cliente " ftcr-cd-cliente
                   delimited by size into ws-ctb-historico
            move ws-apc-valor-aplicado             to ws-ctb-valor
            perform 9440-contabiliza-evento
           .
       9496-exit.
            exit.

*>===============================================================================
*>Consome do credito corrente o que couber no que falta aplicar.
       9497-consome-credito section.
       9497.
            compute ws-apc-valor-livre = fadt-valor - fadt-valor-aplicado
            if   ws-apc-valor-livre > ws-apc-valor-restante
                 move ws-apc-valor-restante        to ws-apc-valor-livre
            end-if
            if   ws-apc-valor-livre not > zeroes
                 exit section
            end-if
            add ws-apc-valor-livre                 to fadt-valor-aplicado
            if   fadt-valor-aplicado not less fadt-valor
                 move "T"                          to fadt-situacao
            end-if
            move ws-data-inv                       to fadt-data-ultima-aplicacao
            move ws-ano-inv                        to fadt-dt-atualizacao-ano
            move ws-mes-inv                        to fadt-dt-atualizacao-mes
            move ws-dia-inv                        to fadt-dt-atualizacao-dia
            move ws-hora                           to fadt-hr-atualizacao-hora
            move ws-minutos                        to fadt-hr-atualizacao-minuto
            move ws-segundos                       to fadt-hr-atualizacao-segundo
            move este-programa                     to fadt-job-origem
            perform 9000-regravar-CSBHD094
            if   ws-operacao-ok
                 add ws-apc-valor-livre            to ws-apc-valor-aplicado
                 subtract ws-apc-valor-livre       from ws-apc-valor-restante
            else
                 move whs-mensagem                 to ws-apc-id-erro
                 move "S"                          to ws-apc-id-fim
            end-if
           .
       9497-exit.
            exit.

*>===============================================================================
*>Baixa do titulo por credito em CSBHD091: proxima sequencia do
*>titulo, contrapartida negativa no credito, conciliada na data.
       9498-grava-baixa-credito section.
       9498.
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
                 add 1                             to fbxr-sequencia
            else
                 move 1                            to fbxr-sequencia
            end-if

            move ftcr-cd-empresa                   to fbxr-cd-empresa
            move ftcr-cd-filial                    to fbxr-cd-filial
            move ftcr-cd-titulo                    to fbxr-cd-titulo
            move ftcr-parcela                      to fbxr-parcela
            move ftcr-cd-cliente                   to fbxr-cd-cliente
            move ws-data-inv                       to fbxr-data-pagamento
            move ws-apc-valor-aplicado             to fbxr-valor
            move zeroes                            to fbxr-valor-encargos
            compute fbxr-valor-credito = 0 - ws-apc-valor-aplicado
            move ws-data-inv                       to fbxr-data-conciliacao
            move ws-ano-inv                        to fbxr-dt-atualizacao-ano
            move ws-mes-inv                        to fbxr-dt-atualizacao-mes
            move ws-dia-inv                        to fbxr-dt-atualizacao-dia
            move ws-hora                           to fbxr-hr-atualizacao-hora
            move ws-minutos                        to fbxr-hr-atualizacao-minuto
            move ws-segundos                       to fbxr-hr-atualizacao-segundo
            move este-programa                     to fbxr-job-origem
            perform 9000-gravar-CSBHD091
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-apc-id-erro
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9498-exit.
            exit.

*>===============================================================================
*>O aplicado sai da exposicao (como um recebimento) e do saldo de
*>credito do cliente; cliente sem registro em CSBHD030 passa em paz.
       9499-baixa-credito-exposicao section.
       9499.
            initialize                             fcrd-chave-1
            move ftcr-cd-cliente                   to fcrd-cd-cliente
            perform 9000-ler-CSBHD030-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            subtract ws-apc-valor-aplicado         from fcrd-exposicao
                                                        fcrd-saldo-credito
            if   fcrd-exposicao < zero
                 move zeroes                       to fcrd-exposicao
            end-if
            if   fcrd-saldo-credito < zero
                 move zeroes                       to fcrd-saldo-credito
            end-if
            move ws-ano-inv                        to fcrd-dt-atualizacao-ano
            move ws-mes-inv                        to fcrd-dt-atualizacao-mes
            move ws-dia-inv                        to fcrd-dt-atualizacao-dia
            move ws-hora                           to fcrd-hr-atualizacao-hora
            move ws-minutos                        to fcrd-hr-atualizacao-minuto
            move ws-segundos                       to fcrd-hr-atualizacao-segundo
            move este-programa                     to fcrd-job-origem
            perform 9000-regravar-CSBHD030
            move "00"                              to ws-resultado-acesso
           .
       9499-exit.
            exit.
