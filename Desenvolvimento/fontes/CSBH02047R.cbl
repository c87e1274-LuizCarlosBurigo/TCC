      *> o relatorio sai com as duas visoes: entregas, % no prazo,
      *> % completo, % OTIF e atraso medio. E a nota que os dois
      *> maiores clientes dao para a casa.
      *> Saida com agendamento de entrega (CSBHD123, nao cancelado) e
      *> medida contra a data agendada em vez da prometida - e entra
      *> mesmo sem data prometida; entrega que ja sofreu recusa na
      *> porta do cliente (ocorrencia REC) nao conta no prazo.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS017.
           COPY CSBHS033.
           COPY CSBHS037.
           COPY CSBHS123.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF017.
           COPY CSBHF033.
           COPY CSBHF037.
           COPY CSBHF123.

           fd   trace-log.
           01   log-registro.
           03 ws-percentual-completo-edt           pic zz9,99.
           03 ws-percentual-otif-edt               pic zz9,99.
           03 ws-atraso-edt                        pic -(4)9,99.
           03 ws-data-referencia                   pic 9(08) value zeroes.
           03 ws-qtde-recusas                      pic 9(02) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD037
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD123
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 sort ws-arquivo-sort
            close CSBHD003
            close CSBHD017
            close CSBHD037
            close CSBHD123

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
            perform 2110-proxima-saida
            perform until ws-fim-arquivo
                 if   fesd-entrega-confirmada
                 and  fesd-data-entrega   not equal zeroes
                      perform 2115-data-referencia
                      if   ws-data-referencia not equal zeroes
                           perform 2120-avalia-entrega
                      end-if
                 end-if
                 perform 2110-proxima-saida
            end-perform
       2110-exit.
            exit.
      *>=====================================================================
      *> Data contra a qual a entrega e medida: a do agendamento de
      *> entrega quando existe (cancelado nao conta), senao a
      *> prometida; as recusas na porta vem junto.
       2115-data-referencia section.
       2115.
            move fesd-data-prometida               to ws-data-referencia
            move zeroes                            to ws-qtde-recusas
            initialize                             fage-chave-1
            move fesd-cd-empresa                   to fage-cd-empresa
            move fesd-cd-filial                    to fage-cd-filial
            move fesd-cd-saida                     to fage-cd-saida
            perform 9000-ler-CSBHD123-ran
            if   ws-operacao-ok
            and  not fage-situacao-cancelada
                 if   fage-data-agendada not equal zeroes
                      move fage-data-agendada      to ws-data-referencia
                 end-if
                 move fage-qtde-recusas            to ws-qtde-recusas
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2115-exit.
            exit.
      *>=====================================================================
      *> Atraso em dias uteis do prometido ao entregue (entrega dentro
      *> do prazo conta atraso zero) e "in full" pela ausencia de
      *> pendencia da saida em CSBHD017; a mesma entrega e liberada
       2120-avalia-entrega section.
       2120.
            move zeroes                            to ws-atraso
            if   fesd-data-entrega > ws-data-referencia
                 move ws-data-referencia           to ws-du-data-inicial
                 move fesd-data-entrega            to ws-du-data-final
                 move spaces                       to ws-du-uf
                 perform 9900-conta-dias-uteis
            move fesd-cd-saida                     to srt-cd-saida
            move ws-atraso                         to srt-atraso-dias-uteis
            if   ws-atraso greater zero
            or   ws-qtde-recusas greater zero
                 move "N"                          to srt-id-no-prazo
            else
                 move "S"                          to srt-id-no-prazo
       COPY CSBHL017.
       COPY CSBHL033.
       COPY CSBHL037.
       COPY CSBHL123.
