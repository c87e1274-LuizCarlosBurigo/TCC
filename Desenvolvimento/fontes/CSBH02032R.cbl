      *> quantidade e valor por caminhao - o portao confere o veiculo
      *> inteiro contra um unico documento em vez de folhear embarque a
      *> embarque no CSBH02012R.
      *> No caminhao os embarques seguem o horario do agendamento de
      *> entrega (CSBHD123), os sem agendamento por ultimo; o embarque
      *> sem agendamento de cliente que o exige, o agendado para outra
      *> data, o agendado em data em que a rota nao sai e o horario
      *> fora da janela de recebimento do cliente saem avisados.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS027.
           COPY CSBHS037.
           COPY CSBHS075.
           COPY CSBHS123.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF027.
           COPY CSBHF037.
           COPY CSBHF075.
           COPY CSBHF123.

           fd   trace-log.
           01   log-registro.
                03 srt-total                       pic s9(09)v99.
                03 srt-placa-veiculo               pic x(08).
                03 srt-cd-rota                     pic 9(04).
                03 srt-hora-agendada               pic 9(04).
                03 srt-hora-fim-agendada           pic 9(04).
                03 srt-data-agendada               pic 9(08).
                03 srt-nr-agendamento              pic x(20).
                03 srt-id-tem-agendamento          pic x(01).
                   88 srt-tem-agendamento                    value "S".
                03 srt-id-exige-agendamento        pic x(01).
                   88 srt-exige-agendamento                  value "S".
                03 srt-id-fora-janela              pic x(01).
                   88 srt-fora-janela                        value "S".

      *>=====================================================================
       WORKING-STORAGE SECTION.
           03 ws-cal-hora-agora                    pic 9(04) value zeroes.
           03 ws-id-corte-vencido                  pic x(01) value spaces.
              88 ws-corte-vencido                             value "S" "s".
           03 ws-qtde-sem-agendamento              pic 9(05) value zeroes.
           03 ws-qtde-conflito-agendamento         pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0023.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

            sort ws-arquivo-sort
                 ascending key srt-cd-transportadora srt-data-saida
                               srt-placa-veiculo srt-hora-agendada
                               srt-cd-saida
                 input procedure  2100-gera-embarques
                 output procedure 2200-gera-romaneios

            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD027
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD123
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 move low-values                   to fesd-chave-1
                 perform 9000-str-CSBHD003-gtr
                 end-perform
                 close CSBHD003
                 close CSBHD013
                 close CSBHD027
                 close CSBHD123
            end-if
           .
       2100-exit.
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if
      *> Agendamento de entrega e janela do cliente (CSBHP023); sem
      *> agendamento o embarque fecha o caminhao, com hora 9999.
            move fesd-cd-empresa                   to ws-agd-cd-empresa
            move fesd-cd-filial                    to ws-agd-cd-filial
            move fesd-cd-saida                     to ws-agd-cd-saida
            move fesd-cd-cliente                   to ws-agd-cd-cliente
            perform 9670-consulta-agendamento
            move 9999                              to srt-hora-agendada
            if   ws-agd-tem-agendamento
                 move ws-agd-hora-inicio           to srt-hora-agendada
                 move ws-agd-hora-fim              to srt-hora-fim-agendada
                 move ws-agd-data                  to srt-data-agendada
                 move ws-agd-nr-agendamento        to srt-nr-agendamento
            end-if
            move ws-agd-id-tem-agendamento         to srt-id-tem-agendamento
            move ws-agd-id-exige                   to srt-id-exige-agendamento
            move ws-agd-id-fora-janela             to srt-id-fora-janela
            release srt-embarque
           .
       2150-exit.
                      write rel-linha
                 end-if
            end-if
            perform 2258-confere-agendamento
            perform 2260-imprime-itens
           .
       2250-exit.
       2257-exit.
            exit.
      *>=====================================================================
      *> Agendamento do embarque: a linha do agendamento e os avisos de
      *> conflito com a data do romaneio, com o calendario da rota na
      *> data marcada (2256) e com a janela de recebimento do cliente.
       2258-confere-agendamento section.
       2258.
            if   not srt-tem-agendamento
                 if   srt-exige-agendamento
                      add 1                        to ws-qtde-sem-agendamento
                      move spaces                  to rel-linha
                      string "    *** cliente exige agendamento - "
                             "embarque sem agendamento ***"
                             delimited by size into rel-linha
                      write rel-linha
                 end-if
                 exit section
            end-if

            move spaces                            to rel-linha
            string "    agendamento " srt-nr-agendamento
                   " data " srt-data-agendada
                   " " srt-hora-agendada "-" srt-hora-fim-agendada
                   delimited by size into rel-linha
            write rel-linha

            if   srt-data-agendada not equal srt-data-saida
                 add 1                             to ws-qtde-conflito-agendamento
                 move spaces                       to rel-linha
                 string "    *** agendamento para " srt-data-agendada
                        ", romaneio de " srt-data-saida " ***"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
            if   srt-cd-rota not equal 9999
                 move srt-cd-rota                  to ws-cal-cd-rota
                 move srt-data-agendada            to ws-cal-data
                 perform 2256-confere-calendario-rota
                 if   not ws-rota-opera
                      add 1                        to ws-qtde-conflito-agendamento
                      move spaces                  to rel-linha
                      string "    *** rota " srt-cd-rota
                             " nao sai na data do agendamento - proxima saida "
                             ws-cal-proxima-saida " ***"
                             delimited by size into rel-linha
                      write rel-linha
                 end-if
            end-if
            if   srt-fora-janela
                 add 1                             to ws-qtde-conflito-agendamento
                 move spaces                       to rel-linha
                 string "    *** horario agendado fora da janela de "
                        "recebimento do cliente ***"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
           .
       2258-exit.
            exit.
      *>=====================================================================
      *> Volumes embalados do embarque corrente (CSBHD063, chave
      *> parcial empresa/filial/saida).
       2255-conta-volumes-embarque section.
            string "Veiculos em sobrecarga : " ws-qtde-sobrecargas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sem agendamento exigido : " ws-qtde-sem-agendamento
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Conflitos de agendamento: " ws-qtde-conflito-agendamento
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP023.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL027.
       COPY CSBHL037.
       COPY CSBHL075.
       COPY CSBHL123.
       COPY CSBHL013.
