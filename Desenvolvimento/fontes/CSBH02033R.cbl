      *> cliente, pela loja CSBHD001) em vez de por cd-saida - a ordem
      *> de carregamento passa a casar com a ordem de entrega. Embarque
      *> com destino fora do cadastro de rotas sai no fim, na rota 9999.
      *> Dentro da rota, embarque com agendamento de entrega (CSBHD123)
      *> vem antes, pelo horario marcado; a linha avisa o embarque sem
      *> agendamento de cliente que o exige, o agendado para outra data,
      *> o agendado em data em que a rota nao sai e o horario fora da
      *> janela de recebimento do cliente (CSBHP023).
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
           sd   ws-arquivo-sort.
           01   srt-embarque.
                03 srt-cd-rota                     pic 9(04).
                03 srt-hora-agendada               pic 9(04).
                03 srt-sequencia-parada            pic 9(04).
                03 srt-cd-saida                    pic 9(09).
                03 srt-cd-cidade                   pic 9(09).
                03 srt-cd-cliente                  pic 9(09).
                03 srt-ds-cliente                  pic x(40).
                03 srt-cd-transportadora           pic 9(09).
                03 srt-data-agendada               pic 9(08).
                03 srt-hora-fim-agendada           pic 9(04).
                03 srt-nr-agendamento              pic x(20).
                03 srt-id-tem-agendamento          pic x(01).
                   88 srt-tem-agendamento                    value "S".
                03 srt-id-exige-agendamento        pic x(01).
                   88 srt-exige-agendamento                  value "S".
                03 srt-id-fora-janela              pic x(01).
                   88 srt-fora-janela                        value "S".

      *>=====================================================================
       WORKING-STORAGE SECTION.
           03 ws-cd-cidade-destino                 pic 9(09) value zeroes.
           03 ws-qtde-embarques                    pic 9(05) value zeroes.
           03 ws-qtde-sem-rota                     pic 9(05) value zeroes.
           03 ws-qtde-sem-agendamento              pic 9(05) value zeroes.
           03 ws-qtde-conflito-agendamento         pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0023.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                   "/CSBH02033R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-cd-rota srt-hora-agendada
                               srt-sequencia-parada srt-cd-saida
                 input procedure  2100-gera-embarques
                 output procedure 2200-gera-lista

            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD075
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD123
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 initialize                        fesd-chave-4
                 move ws-data-hoje                 to fesd-data-saida
                 close CSBHD003
                 close CSBHD013
                 close CSBHD027
                 close CSBHD123
            end-if
           .
       2100-exit.
                 end-if
            end-if

      *> Agendamento de entrega e janela do cliente (CSBHP023); sem
      *> agendamento o embarque fecha a rota, com hora 9999.
            move fesd-cd-empresa                   to ws-agd-cd-empresa
            move fesd-cd-filial                    to ws-agd-cd-filial
            move fesd-cd-saida                     to ws-agd-cd-saida
            move fesd-cd-cliente                   to ws-agd-cd-cliente
            perform 9670-consulta-agendamento
            move 9999                              to srt-hora-agendada
            if   ws-agd-tem-agendamento
                 move ws-agd-hora-inicio           to srt-hora-agendada
                 move ws-agd-data                  to srt-data-agendada
                 move ws-agd-hora-fim              to srt-hora-fim-agendada
                 move ws-agd-nr-agendamento        to srt-nr-agendamento
            end-if
            move ws-agd-id-tem-agendamento         to srt-id-tem-agendamento
            move ws-agd-id-exige                   to srt-id-exige-agendamento
            move ws-agd-id-fora-janela             to srt-id-fora-janela

      *> As leituras randomicas acima sao de cadastros de apoio e nao
      *> perturbam a varredura de CSBHD003, que caminha pela chave
      *> alternada de data.
                   " cliente " srt-cd-cliente " " delimited by size,
                   srt-ds-cliente delimited by size into rel-linha
            write rel-linha
            perform 2255-confere-agendamento
           .
       2250-exit.
            exit.
      *>=====================================================================
      *> Agendamento do embarque: a linha do agendamento e os avisos de
      *> conflito. A rota que nao sai na data marcada e conferida pelo
      *> mesmo calendario do cabecalho da rota (2260).
       2255-confere-agendamento section.
       2255.
            if   not srt-tem-agendamento
                 if   srt-exige-agendamento
                      add 1                        to ws-qtde-sem-agendamento
                      move spaces                  to rel-linha
                      string "    *** CLIENTE EXIGE AGENDAMENTO - "
                             "EMBARQUE SEM AGENDAMENTO ***"
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

            if   srt-data-agendada not equal ws-data-hoje
                 add 1                             to ws-qtde-conflito-agendamento
                 move spaces                       to rel-linha
                 string "    *** AGENDAMENTO PARA OUTRA DATA ("
                        srt-data-agendada ") ***"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
            if   srt-cd-rota not equal 9999
                 move srt-cd-rota                  to ws-cal-cd-rota
                 move srt-data-agendada            to ws-cal-data
                 perform 2260-confere-calendario-rota
                 if   not ws-rota-opera
                      add 1                        to ws-qtde-conflito-agendamento
                      move spaces                  to rel-linha
                      string "    *** ROTA NAO SAI NA DATA DO AGENDAMENTO"
                             " - proxima saida " ws-cal-proxima-saida
                             " ***" delimited by size into rel-linha
                      write rel-linha
                 end-if
            end-if
            if   srt-fora-janela
                 add 1                             to ws-qtde-conflito-agendamento
                 move spaces                       to rel-linha
                 string "    *** HORARIO AGENDADO FORA DA JANELA DE "
                        "RECEBIMENTO DO CLIENTE ***"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
           .
       2255-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            string "Destinos sem rota         : " ws-qtde-sem-rota
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sem agendamento exigido   : " ws-qtde-sem-agendamento
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Conflitos de agendamento  : " ws-qtde-conflito-agendamento
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
       COPY CSBHL001.
       COPY CSBHL027.
       COPY CSBHL037.
       COPY CSBHL075.
       COPY CSBHL123.
