*>
*>Copy procedure Controle de paletes - LPN (CSBHD109/CSBHD110)
*>
*>9496-gera-lpn-entrada: um palete por unidade "PAL" (fator de
*>CSBHD074) da quantidade recebida na linha de Entrada - o ultimo
*>leva a sobra; sem fator de palete a linha inteira e um palete. Cada
*>palete nasce na posicao informada e com o movimento de recebimento
*>no historico. ws-lpn-qtde-geradas devolve quantos foram criados.
*>9497-proxima-lpn: proximo numero livre de palete da empresa/filial.
*>9498-grava-movimento-lpn: acrescenta ao historico do palete em
*>flpn-palete o movimento de ws-lpn-tipo-movimento, da origem
*>informada para o deposito/posicao atual do palete.
*>O programa deve ter CSBHD074 aberto e CSBHD109/CSBHD110 abertos em
*>I-O (a 9498 so precisa de CSBHD110).
*>===============================================================================
       9496-gera-lpn-entrada section.
       9496.
            move zeroes                            to ws-lpn-qtde-geradas
            if   ws-lpn-qtdade equal zeroes
                 exit section
            end-if
            move ws-lpn-qtdade                     to ws-lpn-qtde-palete
            initialize                             fumd-chave-1
            move ws-lpn-cd-produto                 to fumd-cd-produto
            move "PAL"                             to fumd-cd-unidade
            perform 9000-ler-CSBHD074-ran
            if   ws-operacao-ok
            and  fumd-fator-conversao not less 1
                 move fumd-fator-conversao         to ws-lpn-qtde-palete
            end-if
            move "00"                              to ws-resultado-acesso

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move ws-lpn-qtdade                     to ws-lpn-qtde-restante
            perform until ws-lpn-qtde-restante equal zeroes
                 perform 9497-proxima-lpn
                 initialize                        flpn-palete
                 move ws-lpn-cd-empresa            to flpn-cd-empresa
                 move ws-lpn-cd-filial             to flpn-cd-filial
                 move ws-lpn-cd-lpn                to flpn-cd-lpn
                 move ws-lpn-cd-empresa            to flpn-cd-empresa-2
                 move ws-lpn-cd-filial             to flpn-cd-filial-2
                 move zeroes                       to flpn-cd-saida
                 move ws-lpn-cd-empresa            to flpn-cd-empresa-3
                 move ws-lpn-cd-filial             to flpn-cd-filial-3
                 move ws-lpn-cd-entrada            to flpn-cd-entrada
                 move ws-lpn-cd-produto            to flpn-cd-produto
                 move ws-lpn-sequencia             to flpn-sequencia
                 move ws-lpn-lote                  to flpn-lote
                 if   ws-lpn-qtde-restante < ws-lpn-qtde-palete
                      move ws-lpn-qtde-restante    to flpn-qtdade
                 else
                      move ws-lpn-qtde-palete      to flpn-qtdade
                 end-if
                 subtract flpn-qtdade              from ws-lpn-qtde-restante
                 move ws-lpn-cd-deposito           to flpn-cd-deposito
                 move ws-lpn-posicao               to flpn-posicao
                 move "A"                          to flpn-situacao
                 move ws-lpn-data                  to flpn-data-recebimento
                 move ws-ano-inv                   to flpn-dt-atualizacao-ano
                 move ws-mes-inv                   to flpn-dt-atualizacao-mes
                 move ws-dia-inv                   to flpn-dt-atualizacao-dia
                 move ws-hora                      to flpn-hr-atualizacao-hora
                 move ws-minutos                   to flpn-hr-atualizacao-minuto
                 move ws-segundos                  to flpn-hr-atualizacao-segundo
                 move ws-lpn-job-origem            to flpn-job-origem
                 perform 9000-gravar-CSBHD109
                 if   not ws-operacao-ok
                      move zeroes                  to ws-lpn-qtde-restante
                 else
                      add 1                        to ws-lpn-qtde-geradas
                      move "R"                     to ws-lpn-tipo-movimento
                      move zeroes                  to ws-lpn-cd-deposito-origem
                      move zeroes                  to ws-lpn-posicao-origem
                      move ws-lpn-cd-entrada       to ws-lpn-cd-documento
                      move zeroes                  to ws-lpn-numero-volume
                      perform 9498-grava-movimento-lpn
                 end-if
            end-perform
           .
       9496-exit.
            exit.
*>===============================================================================
       9497-proxima-lpn section.
       9497.
            move 1                                 to ws-lpn-cd-lpn
            initialize                             flpn-chave-1
            move ws-lpn-cd-empresa                 to flpn-cd-empresa
            move ws-lpn-cd-filial                  to flpn-cd-filial
            move 999999999                         to flpn-cd-lpn
            perform 9000-str-CSBHD109-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD109-pre
                 if   ws-operacao-ok
                 and  flpn-cd-empresa equal ws-lpn-cd-empresa
                 and  flpn-cd-filial  equal ws-lpn-cd-filial
                      compute ws-lpn-cd-lpn = flpn-cd-lpn + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9497-exit.
            exit.
*>===============================================================================
       9498-grava-movimento-lpn section.
       9498.
            move 1                                 to ws-lpn-proxima-sequencia
            initialize                             fmlp-chave-1
            move flpn-cd-empresa                   to fmlp-cd-empresa
            move flpn-cd-filial                    to fmlp-cd-filial
            move flpn-cd-lpn                       to fmlp-cd-lpn
            move 99999                             to fmlp-sequencia
            perform 9000-str-CSBHD110-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD110-pre
                 if   ws-operacao-ok
                 and  fmlp-cd-empresa equal flpn-cd-empresa
                 and  fmlp-cd-filial  equal flpn-cd-filial
                 and  fmlp-cd-lpn     equal flpn-cd-lpn
                      compute ws-lpn-proxima-sequencia =
                              fmlp-sequencia + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            initialize                             fmlp-movimento-palete
            move flpn-cd-empresa                   to fmlp-cd-empresa
            move flpn-cd-filial                    to fmlp-cd-filial
            move flpn-cd-lpn                       to fmlp-cd-lpn
            move ws-lpn-proxima-sequencia          to fmlp-sequencia
            move ws-lpn-tipo-movimento             to fmlp-tipo-movimento
            move ws-lpn-cd-deposito-origem         to fmlp-cd-deposito-origem
            move ws-lpn-posicao-origem             to fmlp-posicao-origem
            move flpn-cd-deposito                  to fmlp-cd-deposito-destino
            move flpn-posicao                      to fmlp-posicao-destino
            move flpn-qtdade                       to fmlp-qtdade
            move ws-lpn-cd-documento               to fmlp-cd-documento
            move ws-lpn-numero-volume              to fmlp-numero-volume
            move ws-lpn-cd-operador                to fmlp-cd-operador
            move ws-data-inv                       to fmlp-data-movimento
            move ws-hh-mm-ss                       to fmlp-hora-movimento
            move ws-ano-inv                        to fmlp-dt-atualizacao-ano
            move ws-mes-inv                        to fmlp-dt-atualizacao-mes
            move ws-dia-inv                        to fmlp-dt-atualizacao-dia
            move ws-hora                           to fmlp-hr-atualizacao-hora
            move ws-minutos                        to fmlp-hr-atualizacao-minuto
            move ws-segundos                       to fmlp-hr-atualizacao-segundo
            move ws-lpn-job-origem                 to fmlp-job-origem
            perform 9000-gravar-CSBHD110
            move "00"                              to ws-resultado-acesso
           .
       9498-exit.
            exit.
