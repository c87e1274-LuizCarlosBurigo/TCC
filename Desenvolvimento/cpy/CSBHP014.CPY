*>
*>Copy procedure Desdobramento em parcelas pela condicao de pagamento
*>(CSBHD092)
*>
*>9490-calcula-parcelas: le a condicao ws-prc-cd-condicao e monta
*>ws-prc-parcela com uma linha por parcela: vencimento na data base
*>mais os dias da parcela e valor pelo percentual da parcela sobre
*>ws-prc-valor-total (percentual zero = divisao em partes iguais). A
*>ultima parcela fica com o resto, para a soma fechar com o total.
*>Condicao zero, sem cadastro ou inativa: parcela unica vencendo na
*>data base mais ws-prc-prazo-padrao dias.
*>O programa deve ter CSBHD092 aberto (INPUT basta).
*>===============================================================================
       9490-calcula-parcelas section.
       9490.
            move zeroes                            to ws-prc-qtde-parcelas
                                                      ws-prc-valor-acumulado
            if   ws-prc-cd-condicao not equal zeroes
                 initialize                        fcpg-chave-1
                 move ws-prc-cd-condicao           to fcpg-cd-condicao
                 perform 9000-ler-CSBHD092-ran
                 if   ws-operacao-ok
                 and  fcpg-situacao-ativa
                 and  fcpg-qtde-parcelas > zeroes
                      move fcpg-qtde-parcelas      to ws-prc-qtde-parcelas
                      if   ws-prc-qtde-parcelas > c015-max-parcelas
                           move c015-max-parcelas  to ws-prc-qtde-parcelas
                      end-if
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if

            if   ws-prc-qtde-parcelas equal zeroes
                 move 1                            to ws-prc-qtde-parcelas
                                                      ws-prc-idx
                 move ws-prc-prazo-padrao          to ws-prc-dias (1)
                 move ws-prc-valor-total           to ws-prc-valor (1)
                 perform 9492-calcula-vencimento
                 exit section
            end-if

            perform varying ws-prc-idx from 1 by 1
                    until ws-prc-idx > ws-prc-qtde-parcelas
                 move fcpg-dias (ws-prc-idx)       to ws-prc-dias (ws-prc-idx)
                 if   ws-prc-idx equal ws-prc-qtde-parcelas
                      compute ws-prc-valor (ws-prc-idx) =
                              ws-prc-valor-total - ws-prc-valor-acumulado
                 else
                      if   fcpg-percentual (ws-prc-idx) equal zeroes
                           compute ws-prc-valor (ws-prc-idx) rounded =
                                   ws-prc-valor-total / ws-prc-qtde-parcelas
                      else
                           compute ws-prc-valor (ws-prc-idx) rounded =
                                   ws-prc-valor-total *
                                   fcpg-percentual (ws-prc-idx) / 100
                      end-if
                      add ws-prc-valor (ws-prc-idx) to ws-prc-valor-acumulado
                 end-if
                 perform 9492-calcula-vencimento
            end-perform
           .
       9490-exit.
            exit.

*>===============================================================================
       9492-calcula-vencimento section.
       9492.
            compute ws-prc-inteiro =
                    function integer-of-date(ws-prc-data-base)
                  + ws-prc-dias (ws-prc-idx)
            compute ws-prc-data-vencimento (ws-prc-idx) =
                    function date-of-integer(ws-prc-inteiro)
           .
       9492-exit.
            exit.
