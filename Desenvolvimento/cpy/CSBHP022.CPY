*>
*>Copy procedure Venda perdida (CSBHD118)
*>
*>9660-registra-venda-perdida: grava a venda perdida com o proximo
*>numero livre da filial, valorada pela lista de preco vigente
*>(CSBHD011; sem lista, pelo unitario da linha), e soma a quantidade
*>na demanda perdida do mes (fdmd-qtde-perdida, CSBHD070). O programa
*>deve ter CSBHD118 e CSBHD070 abertos em I-O e CSBHD011 aberto.
*>Campos de trabalho em CSBHW0022.
*>===============================================================================
       9660-registra-venda-perdida section.
       9660.
            move zeroes                            to ws-rpt-cd-venda-perdida
            move zeroes                            to ws-rpt-valor-perdido
            if   ws-rpt-qtdade-perdida equal zeroes
                 exit section
            end-if
            accept ws-rpt-data-hoje                from date yyyymmdd
            accept ws-rpt-hora-agora               from time

            move ws-rpt-valor-unitario             to ws-rpt-valor-lista
            initialize                             fdprc-chave-1
            move ws-rpt-cd-produto                 to fdprc-cd-produto
            move ws-rpt-data-hoje                  to fdprc-dt-vigencia
            perform 9000-str-CSBHD011-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD011-next
                 if   ws-operacao-ok
                 and  fdprc-cd-produto equal ws-rpt-cd-produto
                 and  fdprc-valor > zero
                      move fdprc-valor             to ws-rpt-valor-lista
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            compute ws-rpt-valor-perdido rounded =
                    ws-rpt-valor-lista * ws-rpt-qtdade-perdida

            move 1                                 to ws-rpt-cd-venda-perdida
            initialize                             fvpd-chave-1
            move ws-rpt-cd-empresa                 to fvpd-cd-empresa
            move ws-rpt-cd-filial                  to fvpd-cd-filial
            move 999999999                         to fvpd-cd-venda-perdida
            perform 9000-str-CSBHD118-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD118-pre
                 if   ws-operacao-ok
                 and  fvpd-cd-empresa equal ws-rpt-cd-empresa
                 and  fvpd-cd-filial  equal ws-rpt-cd-filial
                      compute ws-rpt-cd-venda-perdida =
                              fvpd-cd-venda-perdida + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fvpd-venda-perdida
            move ws-rpt-cd-empresa                 to fvpd-cd-empresa
            move ws-rpt-cd-filial                  to fvpd-cd-filial
            move ws-rpt-cd-venda-perdida           to fvpd-cd-venda-perdida
            move ws-rpt-cd-produto                 to fvpd-cd-produto
            move ws-rpt-cd-cliente                 to fvpd-cd-cliente
            move ws-rpt-cd-vendedor                to fvpd-cd-vendedor
            move ws-rpt-data-hoje                  to fvpd-data-perda
            move ws-rpt-origem                     to fvpd-origem
            move ws-rpt-cd-documento               to fvpd-cd-documento
            move ws-rpt-sequencia                  to fvpd-sequencia-documento
            move ws-rpt-qtdade-perdida             to fvpd-qtdade-perdida
            move ws-rpt-valor-lista                to fvpd-valor-unitario-lista
            move ws-rpt-valor-perdido              to fvpd-valor-perdido
            move ws-rpt-cd-motivo                  to fvpd-cd-motivo
            move ws-rpt-cd-operador                to fvpd-cd-operador
            move ws-rpt-data-hoje                  to fvpd-dt-atualizacao
            move ws-rpt-hora-agora (1:6)           to fvpd-hr-atualizacao
            move ws-rpt-job-origem                 to fvpd-job-origem
            perform 9000-gravar-CSBHD118
            if   not ws-operacao-ok
                 move zeroes                       to ws-rpt-cd-venda-perdida
                 exit section
            end-if

            initialize                             fdmd-chave-1
            move ws-rpt-cd-empresa                 to fdmd-cd-empresa
            move ws-rpt-cd-filial                  to fdmd-cd-filial
            move ws-rpt-cd-produto                 to fdmd-cd-produto
            move ws-rpt-data-hoje (1:6)            to fdmd-periodo
            perform 9000-ler-CSBHD070-ran
            if   not ws-operacao-ok
                 initialize                        fdmd-demanda
                 move ws-rpt-cd-empresa            to fdmd-cd-empresa
                 move ws-rpt-cd-filial             to fdmd-cd-filial
                 move ws-rpt-cd-produto            to fdmd-cd-produto
                 move ws-rpt-data-hoje (1:6)       to fdmd-periodo
            end-if
            add ws-rpt-qtdade-perdida              to fdmd-qtde-perdida
            move ws-rpt-data-hoje                  to fdmd-dt-atualizacao
            move ws-rpt-hora-agora (1:6)           to fdmd-hr-atualizacao
            move ws-rpt-job-origem                 to fdmd-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD070
            else
                 perform 9000-regravar-CSBHD070
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9660-exit.
            exit.
