      *> vendedores (CSBHD043) sobre o liquido. Sai um extrato por
      *> vendedor com cada embarque, o liquido comissionavel e a
      *> comissao calculada.
      *> Cada execucao tem controle por empresa/filial/periodo em
      *> CSBHD133 (CSBHP026) com o ultimo vendedor fechado: o periodo
      *> ja apurado e recusado - o extrato nao sai duas vezes para
      *> pagamento; a execucao interrompida e retomada no vendedor
      *> seguinte, com o extrato continuado no mesmo relatorio. Com
      *> lnk-estorno-execucao a apuracao anterior do periodo e anulada
      *> (a comissao nao grava documento, so o extrato) e o periodo
      *> fica livre para uma nova apuracao.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS012.
           COPY CSBHS033.
           COPY CSBHS043.
           COPY CSBHS133.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF012.
           COPY CSBHF033.
           COPY CSBHF043.
           COPY CSBHF133.

           fd   trace-log.
           01   log-registro.
           03 ws-percentual-vendedor               pic 9(03)v99 value zeroes.
           03 ws-qtde-saidas-comissionadas         pic 9(09) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-cd-vendedor-retomada              pic 9(09) value zeroes.
              *>Retomada: vendedores ate este ja estao no extrato.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0027.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-periodo-fechamento (1:4) to ws-periodo-ano
                 move lnk-periodo-fechamento (5:2) to ws-periodo-mes
            end-if
            compute ws-cex-periodo = ws-periodo-ano * 10000
                                   + ws-periodo-mes * 100
           .
       1000-exit.
            exit.
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 9870-abre-controle-execucao
                 if   ws-cex-mensagem not equal spaces
                      move ws-cex-mensagem         to ws-ds-tracelog
                      perform 9000-tracelog
                 end-if
                 evaluate true
                     when ws-cex-em-execucao
                          move zeroes              to ws-cd-vendedor-retomada
                          if   ws-cex-retomada
                          and  ws-cex-ultimo-documento not equal spaces
                               move ws-cex-ultimo-documento (1:9)
                                                   to ws-cd-vendedor-retomada
                          end-if
                          sort ws-arquivo-sort
                               ascending key srt-cd-vendedor srt-cd-saida
                               input procedure  2100-seleciona-saidas
                               output procedure 2200-gera-extratos
                          perform 9877-conclui-execucao
                     when ws-cex-estorno
      *> Nada gravado alem do extrato: o estorno so anula a apuracao.
                          perform 9877-conclui-execucao
                     when ws-cex-nada-a-estornar
                          continue
                     when other
                          move "S"                 to ws-run-id-falha
                          move ws-cex-mensagem     to ws-run-ds-status
                 end-evaluate
            end-if

            close CSBHD003
                      and  fesd-data-saida-mes equal ws-periodo-mes
                      and  not fesd-situacao-cancelada
                      and  fesd-cd-vendedor not equal zeroes
                      and  fesd-cd-vendedor > ws-cd-vendedor-retomada
                           perform 2120-soma-devolucoes
                           compute ws-valor-liquido =
                                   fesd-total - ws-total-devolvido
      *>=====================================================================
       2200-gera-extratos section.
       2200.
      *> Na retomada o extrato continua no relatorio interrompido.
            if   ws-cd-vendedor-retomada not equal zeroes
                 open extend relatorio
                 if   ws-operacao-ok
                      move spaces                  to rel-linha
                      string "(retomada apos o vendedor "
                             ws-cd-vendedor-retomada ")"
                             delimited by size into rel-linha
                      write rel-linha
                 end-if
            end-if
            if   ws-cd-vendedor-retomada equal zeroes
            or   not ws-operacao-ok
                 open output relatorio
                 move spaces                       to rel-linha
                 string "Comissao de vendedores - periodo "
                        ws-periodo-mes "/" ws-periodo-ano delimited by size
                                                     into rel-linha
                 write rel-linha
            end-if

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            string "  Comissao (" ws-percentual-vendedor "%) : "
                   ws-valor-edt delimited by size into rel-linha
            write rel-linha

      *> Vendedor fechado: a retomada segue no proximo.
            move ws-cd-vendedor-corrente           to ws-cex-ultimo-documento
            perform 9874-confirma-documento
           .
       2240-exit.
            exit.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP026.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL012.
       COPY CSBHL033.
       COPY CSBHL043.
       COPY CSBHL133.
