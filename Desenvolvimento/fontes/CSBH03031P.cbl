      *> vira pendencia em CSBHD017 para o job de liberacao CSBH03005B.
      *> O emissor de nota CSBH03012N so numera embarques com todas as
      *> linhas confirmadas aqui. Segue o modelo de subprograma
      *> chamavel de CSBH03002M. A diferenca volta ao custo medio
      *> (CSBHD081) pelo custo carimbado na linha da Saida.
      *> Com lnk-pck-cd-onda preenchido a confirmacao e no nivel da
      *> onda de separacao (CSBHD107/CSBHD108, gerada pelo CSBH03073B):
      *> a quantidade separada de um produto/lote na onda e distribuida
      *> pelas linhas ainda nao confirmadas das Saidas, na ordem de
      *> prioridade da onda - a Saida mais urgente e atendida primeiro
      *> e o pick curto recai sobre as ultimas, cada linha passando
      *> pela mesma confirmacao por linha acima. Com todas as linhas
      *> confirmadas a onda fica confirmada.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS049.
           COPY CSBHS050.
           COPY CSBHS069.
           COPY CSBHS081.
           COPY CSBHS107.
           COPY CSBHS108.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF049.
           COPY CSBHF050.
           COPY CSBHF069.
           COPY CSBHF081.
           COPY CSBHF107.
           COPY CSBHF108.
           COPY CSBHF117.

           fd   trace-log.
           01   log-registro.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03031P".
           03 ws-id-pendencia-existente            pic x(01) value spaces.
              88 ws-pendencia-existente                      value "S" "s".

       01  ws-campos-onda.
           03 ws-onda-cd-saida                     pic 9(09) value zeroes.
           03 ws-onda-sequencia                    pic 9(09) value zeroes.
           03 ws-onda-qtdade-pickada               pic 9(09) value zeroes.
           03 ws-onda-qtdade-pendente              pic 9(09) value zeroes.
           03 ws-onda-qtdade-restante              pic 9(09) value zeroes.
           03 ws-onda-qtdade-linha                 pic 9(09) value zeroes.
           03 ws-onda-qtde-linhas                  pic 9(05) value zeroes.
           03 ws-onda-id-fim                       pic x(01) value spaces.
              88 ws-onda-fim                                 value "S".
           03 ws-onda-id-pendente                  pic x(01) value spaces.
              88 ws-onda-linha-pendente                      value "S".
           03 ws-onda-id-completa                  pic x(01) value spaces.
              88 ws-onda-completa                            value "S".

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0009.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
           03 lnk-pck-id-ok                         pic x(01).
              88 lnk-pck-ok                                   value "S".
           03 lnk-pck-id-erro                       pic x(100).
           03 lnk-pck-cd-onda                       pic 9(09).
              *>Zero = confirmacao da linha cd-saida/sequencia; senao
              *>confirmacao do produto/lote abaixo na onda.
           03 lnk-pck-cd-produto                    pic 9(09).
           03 lnk-pck-lote                          pic x(80).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD050
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD107
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD108
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 if   lnk-pck-cd-onda not equal zeroes
                      perform 2500-confirma-onda
                 else
                      perform 2100-confirma-picking
                 end-if
            else
                 move "N"                          to lnk-pck-id-ok
                 move whs-mensagem                 to lnk-pck-id-erro
            close CSBHD004
            close CSBHD017
            close CSBHD022
            close CSBHD081
            close CSBHD049
            close CSBHD050
            close CSBHD107
            close CSBHD108
            close CSBHD117

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
            move ws-qtdade-curta                   to ws-sld-delta
            move este-programa                     to ws-sld-job-origem
            perform 9400-atualiza-saldo
            move ws-sld-cd-empresa                 to ws-rpt-cd-empresa
            move ws-sld-cd-filial                  to ws-rpt-cd-filial
            move ws-sld-cd-produto                 to ws-rpt-cd-produto
            move fsld-qtde-saldo                   to ws-rpt-qtde-saldo
            move este-programa                     to ws-rpt-job-origem
            perform 9650-verifica-ruptura
            perform 9470-jornal-saldo
            perform 9410-atualiza-saldo-deposito
            compute ws-cmd-valor-movimento rounded =
                    ws-qtdade-curta * feisd-custo-medio
            perform 9420-atualiza-custo-medio
            move "00"                              to ws-resultado-acesso

            initialize                             fesd-chave-1
       2200-exit.
            exit.
      *>=====================================================================
      *> Confirmacao no nivel da onda: a quantidade separada do
      *> produto/lote e repartida pelas linhas pendentes da onda na
      *> ordem da chave de CSBHD108 (prioridade da Saida); a linha que
      *> nao recebe tudo que pediu confirma curta pela 2100. Os campos
      *> de linha do bloco de linkage servem de passagem para a 2100 e
      *> voltam ao que o chamador informou.
       2500-confirma-onda section.
       2500.
            initialize                             fond-chave-1
            move lnk-pck-cd-empresa                to fond-cd-empresa
            move lnk-pck-cd-filial                 to fond-cd-filial
            move lnk-pck-cd-onda                   to fond-cd-onda
            perform 9000-ler-CSBHD107-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-pck-id-ok
                 string "Onda " lnk-pck-cd-onda
                        " nao localizada em CSBHD107"
                        delimited by size into lnk-pck-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fond-situacao-confirmada
                 move "N"                          to lnk-pck-id-ok
                 string "Onda " lnk-pck-cd-onda " ja confirmada"
                        delimited by size into lnk-pck-id-erro
                 exit section
            end-if

            move zeroes                            to ws-onda-qtdade-pendente
            move zeroes                            to ws-onda-qtde-linhas
            perform 2510-inicia-linhas-onda
            perform until ws-onda-fim
                 perform 2520-proxima-linha-onda
                 if   ws-onda-linha-pendente
                      add feisd-qtdade             to ws-onda-qtdade-pendente
                      add 1                        to ws-onda-qtde-linhas
                 end-if
            end-perform
            if   ws-onda-qtde-linhas equal zeroes
                 move "N"                          to lnk-pck-id-ok
                 string "Produto " lnk-pck-cd-produto
                        " sem linha pendente na onda " lnk-pck-cd-onda
                        delimited by size into lnk-pck-id-erro
                 exit section
            end-if
            if   lnk-pck-qtdade-pickada > ws-onda-qtdade-pendente
                 move "N"                          to lnk-pck-id-ok
                 move "Quantidade separada maior que a solicitada na onda"
                                                   to lnk-pck-id-erro
                 exit section
            end-if

            move lnk-pck-cd-saida                  to ws-onda-cd-saida
            move lnk-pck-sequencia                 to ws-onda-sequencia
            move lnk-pck-qtdade-pickada            to ws-onda-qtdade-pickada
            move lnk-pck-qtdade-pickada            to ws-onda-qtdade-restante
            perform 2510-inicia-linhas-onda
            perform until ws-onda-fim
                 perform 2520-proxima-linha-onda
                 if   ws-onda-linha-pendente
                      if   ws-onda-qtdade-restante < feisd-qtdade
                           move ws-onda-qtdade-restante
                                                   to ws-onda-qtdade-linha
                      else
                           move feisd-qtdade       to ws-onda-qtdade-linha
                      end-if
                      subtract ws-onda-qtdade-linha
                                                   from ws-onda-qtdade-restante
                      move fion-cd-saida           to lnk-pck-cd-saida
                      move fion-sequencia          to lnk-pck-sequencia
                      move ws-onda-qtdade-linha    to lnk-pck-qtdade-pickada
                      move spaces                  to lnk-pck-id-ok
                      move spaces                  to lnk-pck-id-erro
                      perform 2100-confirma-picking
                      if   not lnk-pck-ok
                           move "S"                to ws-onda-id-fim
                      end-if
                 end-if
            end-perform
            move ws-onda-cd-saida                  to lnk-pck-cd-saida
            move ws-onda-sequencia                 to lnk-pck-sequencia
            move ws-onda-qtdade-pickada            to lnk-pck-qtdade-pickada
            if   not lnk-pck-ok
                 exit section
            end-if

            perform 2530-fecha-onda
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-inicia-linhas-onda section.
       2510.
            initialize                             fion-chave-1
            move lnk-pck-cd-empresa                to fion-cd-empresa
            move lnk-pck-cd-filial                 to fion-cd-filial
            move lnk-pck-cd-onda                   to fion-cd-onda
            perform 9000-str-CSBHD108-gtr
            move spaces                            to ws-onda-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-onda-id-fim
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2510-exit.
            exit.
      *>=====================================================================
      *> Proxima linha da onda; fica pendente (com a linha de CSBHD004
      *> lida) a do produto/lote pedido ainda sem confirmacao.
       2520-proxima-linha-onda section.
       2520.
            move spaces                            to ws-onda-id-pendente
            perform 9000-ler-CSBHD108-next
            if   not ws-operacao-ok
            or   fion-cd-empresa not equal lnk-pck-cd-empresa
            or   fion-cd-filial  not equal lnk-pck-cd-filial
            or   fion-cd-onda    not equal lnk-pck-cd-onda
                 move "S"                          to ws-onda-id-fim
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fion-cd-produto not equal lnk-pck-cd-produto
            or   fion-lote       not equal lnk-pck-lote
                 exit section
            end-if

            initialize                             fpck-chave-1
            move fion-cd-empresa                   to fpck-cd-empresa
            move fion-cd-filial                    to fpck-cd-filial
            move fion-cd-saida                     to fpck-cd-saida
            move fion-sequencia                    to fpck-sequencia
            perform 9000-ler-CSBHD050-ran
            if   ws-operacao-ok
                 exit section
            end-if

            initialize                             feisd-chave-1
            move fion-cd-empresa                   to feisd-cd-empresa
            move fion-cd-filial                    to feisd-cd-filial
            move fion-cd-saida                     to feisd-saida
            move fion-sequencia                    to feisd-sequencia
            perform 9000-ler-CSBHD004-ran
            if   ws-operacao-ok
                 move "S"                          to ws-onda-id-pendente
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2520-exit.
            exit.
      *>=====================================================================
      *> Onda com todas as linhas confirmadas em CSBHD050 fica
      *> confirmada.
       2530-fecha-onda section.
       2530.
            move "S"                               to ws-onda-id-completa
            perform 2510-inicia-linhas-onda
            perform until ws-onda-fim
                 perform 9000-ler-CSBHD108-next
                 if   not ws-operacao-ok
                 or   fion-cd-empresa not equal lnk-pck-cd-empresa
                 or   fion-cd-filial  not equal lnk-pck-cd-filial
                 or   fion-cd-onda    not equal lnk-pck-cd-onda
                      move "S"                     to ws-onda-id-fim
                 else
                      initialize                   fpck-chave-1
                      move fion-cd-empresa         to fpck-cd-empresa
                      move fion-cd-filial          to fpck-cd-filial
                      move fion-cd-saida           to fpck-cd-saida
                      move fion-sequencia          to fpck-sequencia
                      perform 9000-ler-CSBHD050-ran
                      if   not ws-operacao-ok
                           move spaces             to ws-onda-id-completa
                           move "S"                to ws-onda-id-fim
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   not ws-onda-completa
                 exit section
            end-if

            initialize                             fond-chave-1
            move lnk-pck-cd-empresa                to fond-cd-empresa
            move lnk-pck-cd-filial                 to fond-cd-filial
            move lnk-pck-cd-onda                   to fond-cd-onda
            perform 9000-ler-CSBHD107-ran
            if   ws-operacao-ok
                 move "C"                          to fond-situacao
                 move ws-ano-inv                   to fond-dt-atualizacao-ano
                 move ws-mes-inv                   to fond-dt-atualizacao-mes
                 move ws-dia-inv                   to fond-dt-atualizacao-dia
                 move ws-hora                      to fond-hr-atualizacao-hora
                 move ws-minutos                   to fond-hr-atualizacao-minuto
                 move ws-segundos                  to fond-hr-atualizacao-segundo
                 move este-programa                to fond-job-origem
                 perform 9000-regravar-CSBHD107
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2530-exit.
            exit.
      *>=====================================================================
      *> A posicao de saldo recem atualizada por 9400 vai para o
      *> jornal como alteracao - e com ela que a recuperacao repoe o
      *> saldo no ponto certo.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP009.
       COPY CSBHP004.
       COPY CSBHP007.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL022.
       COPY CSBHL049.
       COPY CSBHL050.
       COPY CSBHL081.
       COPY CSBHL107.
       COPY CSBHL108.
       COPY CSBHL117.
