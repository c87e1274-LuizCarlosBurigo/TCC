*>
*>Copy procedure Estoque consignado de fornecedor (CSBHD099/CSBHD100)
*>
*>9480-consome-consignacao-fornecedor: executada depois que a linha
*>de Saida baixou o saldo persistente (9400). A Saida consome primeiro
*>o estoque proprio; so quando o saldo fisico que sobrou (CSBHD022)
*>fica menor que o consignado da filial/produto e que a diferenca sai
*>do consignado, fornecedor a fornecedor na ordem da chave, com uma
*>linha de consumo pendente em CSBHD100 por fornecedor pelo preco de
*>consignacao vigente.
*>9481-credita-consignacao-fornecedor: soma a quantidade recebida em
*>consignacao ao saldo do fornecedor e atualiza o preco.
*>O programa deve ter CSBHD022 aberto e CSBHD099/CSBHD100 abertos em
*>I-O.
*>===============================================================================
       9480-consome-consignacao-fornecedor section.
       9480.
            move zeroes                            to ws-csf-qtde-consumida
            move zeroes                            to ws-csf-qtde-consignada
            initialize                             fcfn-chave-1
            move ws-csf-cd-empresa                 to fcfn-cd-empresa
            move ws-csf-cd-filial                  to fcfn-cd-filial
            move ws-csf-cd-produto                 to fcfn-cd-produto
            perform 9000-str-CSBHD099-gtr
            move spaces                            to ws-csf-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-csf-id-fim
            end-if
            perform until ws-csf-fim
                 perform 9000-ler-CSBHD099-next
                 if   not ws-operacao-ok
                 or   fcfn-cd-empresa not equal ws-csf-cd-empresa
                 or   fcfn-cd-filial  not equal ws-csf-cd-filial
                 or   fcfn-cd-produto not equal ws-csf-cd-produto
                      move "S"                     to ws-csf-id-fim
                 else
                      if   fcfn-qtde-saldo > zeroes
                           add fcfn-qtde-saldo     to ws-csf-qtde-consignada
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-csf-qtde-consignada equal zeroes
                 exit section
            end-if

            initialize                             fsld-saldo
            move ws-csf-cd-empresa                 to fsld-cd-empresa
            move ws-csf-cd-filial                  to fsld-cd-filial
            move ws-csf-cd-produto                 to fsld-cd-produto
            perform 9000-ler-CSBHD022-ran
            if   ws-operacao-ok
            and  fsld-qtde-saldo > zeroes
                 move fsld-qtde-saldo              to ws-csf-saldo-fisico
            else
                 move zeroes                       to ws-csf-saldo-fisico
            end-if
            move "00"                              to ws-resultado-acesso
            compute ws-csf-qtde-a-consumir =
                    ws-csf-qtde-consignada - ws-csf-saldo-fisico
            if   ws-csf-qtde-a-consumir not > zeroes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            initialize                             fcfn-chave-1
            move ws-csf-cd-empresa                 to fcfn-cd-empresa
            move ws-csf-cd-filial                  to fcfn-cd-filial
            move ws-csf-cd-produto                 to fcfn-cd-produto
            perform 9000-str-CSBHD099-gtr
            move spaces                            to ws-csf-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-csf-id-fim
            end-if
            perform until ws-csf-fim
                 perform 9000-ler-CSBHD099-next
                 if   not ws-operacao-ok
                 or   fcfn-cd-empresa not equal ws-csf-cd-empresa
                 or   fcfn-cd-filial  not equal ws-csf-cd-filial
                 or   fcfn-cd-produto not equal ws-csf-cd-produto
                      move "S"                     to ws-csf-id-fim
                 else
                      if   fcfn-qtde-saldo > zeroes
                           perform 9482-baixa-consignado
                           if   ws-csf-qtde-a-consumir not > zeroes
                                move "S"           to ws-csf-id-fim
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       9480-exit.
            exit.
*>===============================================================================
       9481-credita-consignacao-fornecedor section.
       9481.
            initialize                             fcfn-consignado
            move ws-csf-cd-empresa                 to fcfn-cd-empresa
            move ws-csf-cd-filial                  to fcfn-cd-filial
            move ws-csf-cd-produto                 to fcfn-cd-produto
            move ws-csf-cd-fornecedor              to fcfn-cd-fornecedor
            perform 9000-ler-CSBHD099-ran
            if   ws-operacao-ok
                 add ws-csf-qtdade                 to fcfn-qtde-saldo
            else
                 move ws-csf-qtdade                to fcfn-qtde-saldo
            end-if
            if   ws-csf-valor-unitario > zeroes
                 move ws-csf-valor-unitario        to fcfn-valor-unitario
            end-if
            move ws-csf-data                       to fcfn-data-ultima-entrada

            accept ws-data-inv                     from date yyyymmdd
            move ws-ano-inv                        to fcfn-dt-atualizacao-ano
            move ws-mes-inv                        to fcfn-dt-atualizacao-mes
            move ws-dia-inv                        to fcfn-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fcfn-hr-atualizacao-hora
            move ws-minutos                        to fcfn-hr-atualizacao-minuto
            move ws-segundos                       to fcfn-hr-atualizacao-segundo
            move ws-csf-job-origem                 to fcfn-job-origem

            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD099
            else
                 perform 9000-regravar-CSBHD099
            end-if
           .
       9481-exit.
            exit.
*>===============================================================================
*>Baixa do fornecedor corrente de CSBHD099 (registro lido pela 9480)
*>e linha de consumo pendente em CSBHD100; a mesma linha de Saida
*>reprocessada soma na linha de consumo que ja existe.
       9482-baixa-consignado section.
       9482.
            if   fcfn-qtde-saldo < ws-csf-qtde-a-consumir
                 move fcfn-qtde-saldo              to ws-csf-qtde-baixa
            else
                 move ws-csf-qtde-a-consumir       to ws-csf-qtde-baixa
            end-if
            subtract ws-csf-qtde-baixa             from fcfn-qtde-saldo
            subtract ws-csf-qtde-baixa             from ws-csf-qtde-a-consumir
            add ws-csf-qtde-baixa                  to ws-csf-qtde-consumida
            move ws-ano-inv                        to fcfn-dt-atualizacao-ano
            move ws-mes-inv                        to fcfn-dt-atualizacao-mes
            move ws-dia-inv                        to fcfn-dt-atualizacao-dia
            move ws-hora                           to fcfn-hr-atualizacao-hora
            move ws-minutos                        to fcfn-hr-atualizacao-minuto
            move ws-segundos                       to fcfn-hr-atualizacao-segundo
            move ws-csf-job-origem                 to fcfn-job-origem
            perform 9000-regravar-CSBHD099

            initialize                             fcfm-consumo
            move ws-csf-cd-empresa                 to fcfm-cd-empresa
            move ws-csf-cd-filial                  to fcfm-cd-filial
            move ws-csf-saida                      to fcfm-saida
            move ws-csf-sequencia                  to fcfm-sequencia
            move fcfn-cd-fornecedor                to fcfm-cd-fornecedor
            perform 9000-ler-CSBHD100-ran
            if   ws-operacao-ok
                 add ws-csf-qtde-baixa             to fcfm-qtde-consumida
            else
                 move ws-csf-cd-empresa            to fcfm-cd-empresa-2
                 move ws-csf-cd-filial             to fcfm-cd-filial-2
                 move zeroes                       to fcfm-cd-entrada-acerto
                 move fcfn-cd-fornecedor           to fcfm-cd-fornecedor-2
                 move ws-csf-cd-produto            to fcfm-cd-produto
                 move ws-csf-qtde-baixa            to fcfm-qtde-consumida
                 move fcfn-valor-unitario          to fcfm-valor-unitario
                 move ws-csf-data                  to fcfm-data-consumo
            end-if
            compute fcfm-valor-total rounded =
                    fcfm-qtde-consumida * fcfm-valor-unitario
            move ws-ano-inv                        to fcfm-dt-atualizacao-ano
            move ws-mes-inv                        to fcfm-dt-atualizacao-mes
            move ws-dia-inv                        to fcfm-dt-atualizacao-dia
            move ws-hora                           to fcfm-hr-atualizacao-hora
            move ws-minutos                        to fcfm-hr-atualizacao-minuto
            move ws-segundos                       to fcfm-hr-atualizacao-segundo
            move ws-csf-job-origem                 to fcfm-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD100
            else
                 perform 9000-regravar-CSBHD100
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9482-exit.
            exit.
