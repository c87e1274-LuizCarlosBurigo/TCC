      *> recebendo/retornando o registro inteiro em um buffer de
      *> linkage. A consulta da carga (2733-consulta-acordo-preco de
      *> CSBH01001C) passa a enxergar o acordo na proxima execucao.
      *> Alteracao com controle de concorrencia: o inquire devolve o
      *> carimbo de atualizacao do registro (data, hora e job de
      *> origem) e a alteracao so regrava se o carimbo no arquivo
      *> ainda for o lido - senao volta "C" dizendo quem gravou e
      *> quando, sem apagar o trabalho do outro operador ou da carga.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03028M".
           03 ws-id-tracelog-csbh03028m             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03028m                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-carimbo-arquivo.
              05 ws-car-dt-atualizacao             pic 9(08).
              05 ws-car-hr-atualizacao             pic 9(06).
              05 ws-car-job-origem                 pic x(10).

      *>=====================================================================
       COPY CSBHW0001.
           03 lnk-acp-acordo                         pic x(100).
           03 lnk-acp-id-encontrado                  pic x(01).
              88 lnk-acp-ret-ok                                value "S".
              88 lnk-acp-ret-conflito                          value "C".
           03 lnk-acp-id-erro                        pic x(100).
      *> Carimbo de atualizacao: devolvido no inquire, no incluir e no
      *> alterar; conferido contra o arquivo antes de regravar.
           03 lnk-acp-carimbo.
              05 lnk-acp-dt-atualizacao              pic 9(08).
              05 lnk-acp-hr-atualizacao              pic 9(06).
              05 lnk-acp-job-origem                  pic x(10).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
       2100.
            if   ws-operacao-ok
                 move facp-acordo-preco            to lnk-acp-acordo
                 perform 2410-devolve-carimbo
                 move "S"                          to lnk-acp-id-encontrado
            else
                 move "N"                          to lnk-acp-id-encontrado
                 perform 9000-gravar-CSBHD042
                 if   ws-operacao-ok
                      move "S"                     to lnk-acp-id-encontrado
                      perform 2410-devolve-carimbo
                      move "W"                     to ws-hst-operacao
                      perform 2500-grava-historico-acordo
                 else
                        " produto " lnk-acp-cd-produto
                        " nao localizado" delimited by size into lnk-acp-id-erro
            else
                 perform 2420-confere-carimbo
                 if   lnk-acp-ret-conflito
                      exit section
                 end-if
                 move lnk-acp-acordo               to facp-acordo-preco
                 move lnk-acp-cd-cliente           to facp-cd-cliente
                 move lnk-acp-cd-produto           to facp-cd-produto
                 perform 9000-regravar-CSBHD042
                 if   ws-operacao-ok
                      move "S"                     to lnk-acp-id-encontrado
                      perform 2410-devolve-carimbo
                      move "R"                     to ws-hst-operacao
                      perform 2500-grava-historico-acordo
                 else
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> O carimbo do registro volta ao chamador - e o que ele devolve
      *> na alteracao para provar que ninguem gravou depois da leitura.
       2410-devolve-carimbo section.
       2410.
            move facp-dt-atualizacao               to lnk-acp-dt-atualizacao
            move facp-hr-atualizacao               to lnk-acp-hr-atualizacao
            move facp-job-origem                   to lnk-acp-job-origem
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Concorrencia otimista: o carimbo no arquivo tem de ser o que o
      *> chamador recebeu no inquire; se outro operador (ou a carga)
      *> gravou depois, a alteracao e recusada.
       2420-confere-carimbo section.
       2420.
            move facp-dt-atualizacao               to ws-car-dt-atualizacao
            move facp-hr-atualizacao               to ws-car-hr-atualizacao
            move facp-job-origem                   to ws-car-job-origem
            if   ws-carimbo-arquivo not equal lnk-acp-carimbo
                 move "C"                          to lnk-acp-id-encontrado
                 move spaces                       to lnk-acp-id-erro
                 string "Registro alterado por " ws-car-job-origem
                        " em " ws-car-dt-atualizacao (7:2) "/"
                        ws-car-dt-atualizacao (5:2) "/"
                        ws-car-dt-atualizacao (1:4) " as "
                        ws-car-hr-atualizacao (1:2) ":"
                        ws-car-hr-atualizacao (3:2)
                        " - consulte de novo antes de alterar"
                        delimited by size into lnk-acp-id-erro
                 move lnk-acp-id-erro                to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2420-exit.
            exit.
      *>=====================================================================
       2500-grava-historico-acordo section.
       2500.
