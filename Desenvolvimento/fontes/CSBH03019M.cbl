      *> conferida pelo CSBH03018A, convivencia batch x online pelo
      *> semaforo e imagem anterior/posterior gravada no historico de
      *> alteracoes.
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
       78  este-programa                                     value "CSBH03019M".
           03 ws-id-tracelog-csbh03019m             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03019m                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-carimbo-arquivo.
              05 ws-car-dt-atualizacao             pic 9(08).
              05 ws-car-hr-atualizacao             pic 9(06).
              05 ws-car-job-origem                 pic x(10).

      *>=====================================================================
       COPY CSBHW0001.
           03 lnk-mnt-registro                      pic x(370).
           03 lnk-mnt-id-encontrado                  pic x(01).
              88 lnk-mnt-ret-ok                                value "S".
              88 lnk-mnt-ret-conflito                          value "C".
           03 lnk-mnt-id-erro                        pic x(100).
      *> Carimbo de atualizacao: devolvido no inquire, no incluir e no
      *> alterar; conferido contra o arquivo antes de regravar.
           03 lnk-mnt-carimbo.
              05 lnk-mnt-dt-atualizacao              pic 9(08).
              05 lnk-mnt-hr-atualizacao              pic 9(06).
              05 lnk-mnt-job-origem                  pic x(10).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
       2100.
            if   ws-operacao-ok
                 move fdcli-cliente         to lnk-mnt-registro
                 perform 2410-devolve-carimbo
                 move "S"                          to lnk-mnt-id-encontrado
            else
                 move "N"                          to lnk-mnt-id-encontrado
                 move "N"                          to lnk-mnt-id-encontrado
                 move "Cliente ja cadastrado" to lnk-mnt-id-erro
            else
      *> O buffer nao cobre o registro inteiro: o trecho alem dele
      *> (condicao de pagamento, janela de recebimento, situacao e
      *> sucessor) nasce zerado em vez de receber espacos.
                 initialize fdcli-cliente
                 move lnk-mnt-registro             to fdcli-cliente
                                                      (1:length of lnk-mnt-registro)
                 move lnk-mnt-cd-cliente           to fdcli-cd-cliente
                 perform 2400-carimba-atualizacao
                 perform 9000-gravar-CSBHD013
                 if   ws-operacao-ok
                      move "S"                     to lnk-mnt-id-encontrado
                      perform 2410-devolve-carimbo
                 else
                      move "N"                     to lnk-mnt-id-encontrado
                      move whs-mensagem            to lnk-mnt-id-erro
                 move "N"                          to lnk-mnt-id-encontrado
                 move "Cliente nao localizado" to lnk-mnt-id-erro
            else
                 perform 2420-confere-carimbo
                 if   lnk-mnt-ret-conflito
                      exit section
                 end-if
      *> O registro cresceu alem do buffer (janela de recebimento,
      *> situacao e sucessor da unificacao CSBH03085M): a alteracao so
      *> cobre o trecho do buffer e o resto fica como foi lido.
                 move lnk-mnt-registro             to fdcli-cliente
                                                      (1:length of lnk-mnt-registro)
                 move lnk-mnt-cd-cliente           to fdcli-cd-cliente
                 perform 2400-carimba-atualizacao
                 perform 9000-regravar-CSBHD013
                 if   ws-operacao-ok
                      move "S"                     to lnk-mnt-id-encontrado
                      perform 2410-devolve-carimbo
                      move "CSBHF013"              to ws-hst-tabela
                      move spaces                  to ws-hst-chave
                      string lnk-mnt-cd-cliente delimited by size
           .
       2300-exit.
            exit.
      *>=====================================================================
       2400-carimba-atualizacao section.
       2400.
            accept ws-data-inv                     from date yyyymmdd
            move ws-ano-inv                        to fdcli-dt-atualizacao-ano
            move ws-mes-inv                        to fdcli-dt-atualizacao-mes
            move ws-dia-inv                        to fdcli-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fdcli-hr-atualizacao-hora
            move ws-minutos                        to fdcli-hr-atualizacao-minuto
            move ws-segundos                       to fdcli-hr-atualizacao-segundo
            move este-programa                     to fdcli-job-origem
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> O carimbo do registro volta ao chamador - e o que ele devolve
      *> na alteracao para provar que ninguem gravou depois da leitura.
       2410-devolve-carimbo section.
       2410.
            move fdcli-dt-atualizacao              to lnk-mnt-dt-atualizacao
            move fdcli-hr-atualizacao              to lnk-mnt-hr-atualizacao
            move fdcli-job-origem                  to lnk-mnt-job-origem
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Concorrencia otimista: o carimbo no arquivo tem de ser o que o
      *> chamador recebeu no inquire; se outro operador (ou a carga)
      *> gravou depois, a alteracao e recusada.
       2420-confere-carimbo section.
       2420.
            move fdcli-dt-atualizacao              to ws-car-dt-atualizacao
            move fdcli-hr-atualizacao              to ws-car-hr-atualizacao
            move fdcli-job-origem                  to ws-car-job-origem
            if   ws-carimbo-arquivo not equal lnk-mnt-carimbo
                 move "C"                          to lnk-mnt-id-encontrado
                 move spaces                       to lnk-mnt-id-erro
                 string "Registro alterado por " ws-car-job-origem
                        " em " ws-car-dt-atualizacao (7:2) "/"
                        ws-car-dt-atualizacao (5:2) "/"
                        ws-car-dt-atualizacao (1:4) " as "
                        ws-car-hr-atualizacao (1:2) ":"
                        ws-car-hr-atualizacao (3:2)
                        " - consulte de novo antes de alterar"
                        delimited by size into lnk-mnt-id-erro
                 move lnk-mnt-id-erro                to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2420-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
