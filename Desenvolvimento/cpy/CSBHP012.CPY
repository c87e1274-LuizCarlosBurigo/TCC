*>
*>Copy procedure Custo medio ponderado (CSBHD081)
*>
*>Irma da 9400-atualiza-saldo (CSBHP002): o programa preenche os campos
*>de CSBHW0003 (chave, delta, job) e, quando o movimento entra com custo
*>proprio, ws-cmd-valor-movimento (CSBHW0013) e executa a
*>9420-atualiza-custo-medio logo depois da 9400. Entrada com custo soma
*>quantidade e valor e recalcula a media (estoque zerado ou negativo
*>recomeca pela media da propria Entrada); qualquer outro movimento
*>anda pela media corrente, que nao muda. O valor informado e zerado na
*>saida da secao. A 9425-consulta-custo-medio so le a media vigente,
*>para o chamador carimbar a linha antes de grava-la. A
*>9430-ajusta-valor-custo-medio so corrige o valor em estoque (sem
*>quantidade) quando o custo de uma Entrada ja absorvida muda depois,
*>como no rateio da declaracao de importacao (CSBH03059L): a diferenca
*>vai em ws-cmd-valor-movimento e a media e recalculada. O arquivo
*>CSBHD081 deve estar aberto em I-O pelo programa chamador.
*>===============================================================================
       9420-atualiza-custo-medio section.
       9420.
            initialize                             fcmd-custo-medio-produto
            move ws-sld-cd-empresa                 to fcmd-cd-empresa
            move ws-sld-cd-filial                  to fcmd-cd-filial
            move ws-sld-cd-produto                 to fcmd-cd-produto
            perform 9000-ler-CSBHD081-ran
            if   not ws-operacao-ok
                 initialize                        fcmd-custo-medio-produto
                 move ws-sld-cd-empresa            to fcmd-cd-empresa
                 move ws-sld-cd-filial             to fcmd-cd-filial
                 move ws-sld-cd-produto            to fcmd-cd-produto
            end-if
            move fcmd-qtde-estoque                 to ws-cmd-qtde-anterior
            add ws-sld-delta                       to fcmd-qtde-estoque

            accept ws-data-inv                     from date yyyymmdd
            if   ws-sld-delta > zero
            and  ws-cmd-valor-movimento not = zero
                 compute ws-cmd-custo-unitario rounded =
                         ws-cmd-valor-movimento / ws-sld-delta
                 if   ws-cmd-qtde-anterior > zero
                      add ws-cmd-valor-movimento   to fcmd-valor-estoque
                 else
                      compute fcmd-valor-estoque rounded =
                              fcmd-qtde-estoque * ws-cmd-custo-unitario
                 end-if
                 move ws-data-inv                  to fcmd-dt-ultima-entrada
            else
                 move fcmd-custo-medio             to ws-cmd-custo-unitario
                 compute fcmd-valor-estoque rounded =
                         fcmd-valor-estoque
                         + (ws-sld-delta * fcmd-custo-medio)
            end-if
            if   fcmd-qtde-estoque > zero
                 compute fcmd-custo-medio rounded =
                         fcmd-valor-estoque / fcmd-qtde-estoque
            else
                 move zeroes                       to fcmd-valor-estoque
            end-if

            move ws-ano-inv                        to fcmd-dt-atualizacao-ano
            move ws-mes-inv                        to fcmd-dt-atualizacao-mes
            move ws-dia-inv                        to fcmd-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fcmd-hr-atualizacao-hora
            move ws-minutos                        to fcmd-hr-atualizacao-minuto
            move ws-segundos                       to fcmd-hr-atualizacao-segundo
            move ws-sld-job-origem                 to fcmd-job-origem

            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD081
            else
                 perform 9000-regravar-CSBHD081
            end-if
            move zeroes                            to ws-cmd-valor-movimento
           .
       9420-exit.
            exit.
*>===============================================================================
       9425-consulta-custo-medio section.
       9425.
            move zeroes                            to ws-cmd-custo-unitario
            initialize                             fcmd-custo-medio-produto
            move ws-sld-cd-empresa                 to fcmd-cd-empresa
            move ws-sld-cd-filial                  to fcmd-cd-filial
            move ws-sld-cd-produto                 to fcmd-cd-produto
            perform 9000-ler-CSBHD081-ran
            if   ws-operacao-ok
                 move fcmd-custo-medio             to ws-cmd-custo-unitario
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9425-exit.
            exit.
*>===============================================================================
       9430-ajusta-valor-custo-medio section.
       9430.
            if   ws-cmd-valor-movimento = zero
                 exit section
            end-if
            initialize                             fcmd-custo-medio-produto
            move ws-sld-cd-empresa                 to fcmd-cd-empresa
            move ws-sld-cd-filial                  to fcmd-cd-filial
            move ws-sld-cd-produto                 to fcmd-cd-produto
            perform 9000-ler-CSBHD081-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 move zeroes                       to ws-cmd-valor-movimento
                 exit section
            end-if

      *> Sem estoque a mercadoria ja saiu pela media antiga e a
      *> diferenca nao tem a quem ser atribuida.
            if   fcmd-qtde-estoque > zero
                 add ws-cmd-valor-movimento        to fcmd-valor-estoque
                 compute fcmd-custo-medio rounded =
                         fcmd-valor-estoque / fcmd-qtde-estoque
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-ano-inv                        to fcmd-dt-atualizacao-ano
            move ws-mes-inv                        to fcmd-dt-atualizacao-mes
            move ws-dia-inv                        to fcmd-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fcmd-hr-atualizacao-hora
            move ws-minutos                        to fcmd-hr-atualizacao-minuto
            move ws-segundos                       to fcmd-hr-atualizacao-segundo
            move ws-sld-job-origem                 to fcmd-job-origem
            perform 9000-regravar-CSBHD081
            move zeroes                            to ws-cmd-valor-movimento
           .
       9430-exit.
            exit.
