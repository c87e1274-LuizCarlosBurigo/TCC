*>semana (6 = sabado, 0 = domingo). O arquivo CSBHD037 deve estar
*>aberto (INPUT basta) pelo programa; indisponivel, a contagem
*>degrada para dias corridos menos fins de semana.
*>9920-ajusta-dia-util: vencimento legal que cai em fim de semana ou
*>feriado anda para o dia util anterior (ws-du-antecipa) ou seguinte
*>(ws-du-posterga) a partir de ws-du-data-corrente, que volta ajustada.
*>===============================================================================
       9900-conta-dias-uteis section.
       9900.
           .
       9910-exit.
            exit.

*>===============================================================================
       9920-ajusta-dia-util section.
       9920.
            compute ws-du-inteiro-corrente =
                    function integer-of-date(ws-du-data-corrente)
            move spaces                            to ws-du-id-util
            perform until ws-du-dia-util
                 compute ws-du-dia-semana =
                         function rem(ws-du-inteiro-corrente, 7)
                 compute ws-du-data-corrente =
                         function date-of-integer(ws-du-inteiro-corrente)
                 if   ws-du-dia-semana equal 6
                 or   ws-du-dia-semana equal 0
                      move spaces                  to ws-du-id-util
                 else
                      perform 9910-confere-feriado
                 end-if
                 if   not ws-du-dia-util
                      if   ws-du-antecipa
                           subtract 1              from ws-du-inteiro-corrente
                      else
                           add 1                   to ws-du-inteiro-corrente
                      end-if
                 end-if
            end-perform
           .
       9920-exit.
            exit.
