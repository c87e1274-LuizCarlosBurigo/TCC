*>
*>Copy procedure Agendamento de entrega e janela de recebimento
*>
*>9670-consulta-agendamento: le o agendamento da Saida (CSBHD123;
*>cancelado conta como inexistente) e o cliente (CSBHD013) e devolve
*>em CSBHW0023 a data/janela marcada, as recusas ja sofridas, se o
*>cliente exige agendamento e se o horario marcado cai fora da
*>janela de recebimento do dia. O programa deve ter CSBHD013 e
*>CSBHD123 abertos (INPUT basta); o registro de CSBHD013 fica com o
*>cliente da Saida.
*>9675-confere-janela-recebimento: com o cliente lido, confere
*>ws-agd-data/ws-agd-hora-inicio/ws-agd-hora-fim contra a janela do
*>dia da semana (dia 1 do calendario interno da function
*>integer-of-date e uma segunda-feira). Cliente sem nenhuma janela
*>preenchida recebe a qualquer hora.
*>===============================================================================
       9670-consulta-agendamento section.
       9670.
            move spaces                            to ws-agd-id-tem-agendamento
                                                      ws-agd-id-exige
                                                      ws-agd-id-fora-janela
                                                      ws-agd-id-janela-definida
                                                      ws-agd-nr-agendamento
            move zeroes                            to ws-agd-data
                                                      ws-agd-hora-inicio
                                                      ws-agd-hora-fim
                                                      ws-agd-qtde-recusas
            initialize                             fage-chave-1
            move ws-agd-cd-empresa                 to fage-cd-empresa
            move ws-agd-cd-filial                  to fage-cd-filial
            move ws-agd-cd-saida                   to fage-cd-saida
            perform 9000-ler-CSBHD123-ran
            if   ws-operacao-ok
            and  not fage-situacao-cancelada
                 move "S"                          to ws-agd-id-tem-agendamento
                 move fage-data-agendada           to ws-agd-data
                 move fage-hora-inicio             to ws-agd-hora-inicio
                 move fage-hora-fim                to ws-agd-hora-fim
                 move fage-nr-agendamento          to ws-agd-nr-agendamento
                 move fage-qtde-recusas            to ws-agd-qtde-recusas
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-agd-cd-cliente equal zeroes
                 exit section
            end-if
            initialize                             fdcli-chave-1
            move ws-agd-cd-cliente                 to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fdcli-exige-agendamento
                 move "S"                          to ws-agd-id-exige
            end-if
            if   ws-agd-tem-agendamento
                 perform 9675-confere-janela-recebimento
            end-if
           .
       9670-exit.
            exit.
*>
       9675-confere-janela-recebimento section.
       9675.
            move spaces                            to ws-agd-id-fora-janela
                                                      ws-agd-id-janela-definida
            move zeroes                            to ws-agd-janela-inicio
                                                      ws-agd-janela-fim
            perform varying ws-agd-idx from 1 by 1
                    until ws-agd-idx > 7
                 if   fdcli-janela-hora-inicio (ws-agd-idx) is numeric
                 and  fdcli-janela-hora-fim (ws-agd-idx) is numeric
                 and  (fdcli-janela-hora-inicio (ws-agd-idx) not equal zeroes
                  or   fdcli-janela-hora-fim (ws-agd-idx) not equal zeroes)
                      move "S"                     to ws-agd-id-janela-definida
                 end-if
            end-perform
            if   not ws-agd-janela-definida
            or   ws-agd-data equal zeroes
                 exit section
            end-if

            compute ws-agd-dia-semana =
                    function rem(function integer-of-date(ws-agd-data), 7)
            if   ws-agd-dia-semana equal zeroes
                 move 7                            to ws-agd-dia-semana
            end-if
            if   fdcli-janela-hora-inicio (ws-agd-dia-semana) is numeric
                 move fdcli-janela-hora-inicio (ws-agd-dia-semana)
                                                   to ws-agd-janela-inicio
            end-if
            if   fdcli-janela-hora-fim (ws-agd-dia-semana) is numeric
                 move fdcli-janela-hora-fim (ws-agd-dia-semana)
                                                   to ws-agd-janela-fim
            end-if
      *> Dia sem janela: o cliente nao recebe nesse dia da semana.
            if   ws-agd-janela-inicio equal zeroes
            and  ws-agd-janela-fim equal zeroes
                 move "S"                          to ws-agd-id-fora-janela
                 exit section
            end-if
            if   ws-agd-hora-inicio < ws-agd-janela-inicio
            or   (ws-agd-janela-fim not equal zeroes
             and  ws-agd-hora-inicio > ws-agd-janela-fim)
            or   (ws-agd-janela-fim not equal zeroes
             and  ws-agd-hora-fim > ws-agd-janela-fim)
                 move "S"                          to ws-agd-id-fora-janela
            end-if
           .
       9675-exit.
            exit.
