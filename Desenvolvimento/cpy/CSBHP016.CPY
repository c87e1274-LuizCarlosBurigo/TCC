*>
*>Copy procedure Lancamento contabil por documento (CSBHD096)
*>
*>9440-contabiliza-evento: acha a regra de contabilizacao do evento
*>(CSBHD095, a da filial ou, sem ela, a da empresa - filial zero) e
*>grava o lancamento do documento no diario contabil com as duas
*>pontas da regra e o valor; valor negativo troca as pontas. Valor
*>zero nao gera lancamento. O programa deve ter CSBHD095 aberto e
*>CSBHD096 aberto em I-O.
*>===============================================================================
       9440-contabiliza-evento section.
       9440.
            move spaces                            to ws-ctb-id-erro
            if   ws-ctb-valor equal zeroes
                 exit section
            end-if

            initialize                             frgc-chave-1
            move ws-ctb-cd-empresa                 to frgc-cd-empresa
            move ws-ctb-cd-filial                  to frgc-cd-filial
            move ws-ctb-evento                     to frgc-evento
            perform 9000-ler-CSBHD095-ran
            if   not ws-operacao-ok
                 move zeroes                       to frgc-cd-filial
                 perform 9000-ler-CSBHD095-ran
            end-if
            if   not ws-operacao-ok
                 string "Erro - regra contabil do evento " ws-ctb-evento
                        " ausente para " ws-ctb-cd-empresa "/"
                        ws-ctb-cd-filial " - documento " ws-ctb-documento
                        delimited by size into ws-ctb-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            perform 9445-proxima-sequencia-diario

            move ws-ctb-evento                     to fdlc-evento
            move ws-ctb-documento                  to fdlc-documento
            move ws-ctb-historico                  to fdlc-historico
            if   ws-ctb-valor > zeroes
                 move frgc-conta-debito            to fdlc-conta-debito
                 move frgc-centro-custo-debito     to fdlc-centro-custo-debito
                 move frgc-conta-credito           to fdlc-conta-credito
                 move frgc-centro-custo-credito    to fdlc-centro-custo-credito
                 move ws-ctb-valor                 to fdlc-valor
            else
                 move frgc-conta-credito           to fdlc-conta-debito
                 move frgc-centro-custo-credito    to fdlc-centro-custo-debito
                 move frgc-conta-debito            to fdlc-conta-credito
                 move frgc-centro-custo-debito     to fdlc-centro-custo-credito
                 compute fdlc-valor = 0 - ws-ctb-valor
            end-if
            move ws-ano-inv                        to fdlc-dt-atualizacao-ano
            move ws-mes-inv                        to fdlc-dt-atualizacao-mes
            move ws-dia-inv                        to fdlc-dt-atualizacao-dia
            move ws-hora                           to fdlc-hr-atualizacao-hora
            move ws-minutos                        to fdlc-hr-atualizacao-minuto
            move ws-segundos                       to fdlc-hr-atualizacao-segundo
            move este-programa                     to fdlc-job-origem
            perform 9000-gravar-CSBHD096
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ctb-id-erro
                 initialize                        whs-mensagem
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9440-exit.
            exit.

*>===============================================================================
*>Proxima sequencia do diario na empresa/filial/data do lancamento;
*>deixa a chave montada em fdlc-chave-1.
       9445-proxima-sequencia-diario section.
       9445.
            initialize                             fdlc-lancamento-contabil
            move ws-ctb-cd-empresa                 to fdlc-cd-empresa
            move ws-ctb-cd-filial                  to fdlc-cd-filial
            move ws-ctb-data                       to fdlc-data-lancamento
            move 99999                             to fdlc-sequencia
            perform 9000-str-CSBHD096-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD096-pre
            end-if
            if   ws-operacao-ok
            and  fdlc-cd-empresa      equal ws-ctb-cd-empresa
            and  fdlc-cd-filial       equal ws-ctb-cd-filial
            and  fdlc-data-lancamento equal ws-ctb-data
                 add 1                             to fdlc-sequencia
            else
                 initialize                        fdlc-lancamento-contabil
                 move ws-ctb-cd-empresa            to fdlc-cd-empresa
                 move ws-ctb-cd-filial             to fdlc-cd-filial
                 move ws-ctb-data                  to fdlc-data-lancamento
                 move 1                            to fdlc-sequencia
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9445-exit.
            exit.
