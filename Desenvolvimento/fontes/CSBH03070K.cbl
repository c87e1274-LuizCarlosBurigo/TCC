       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03070K.
      *>=====================================================================
      *> Ordem de montagem de kit (CSBHD101/CSBHD102): a bancada do
      *> deposito pre-monta kits de giro e desmonta kits parados, e o
      *> estoque passa a enxergar isso. Subprograma chamavel no modelo
      *> de CSBH03040X, com autorizacao do operador via CSBH03018A e
      *> tres funcoes:
      *>   "A" abre a ordem (tipo "M" montagem ou "D" desmontagem) para
      *>       um kit de CSBHD057, com quantidade, lote do kit e
      *>       deposito; os componentes da composicao descem para
      *>       CSBHD102 e a disponibilidade e avaliada (saldo do
      *>       deposito em CSBHD049 quando informado, senao o saldo da
      *>       filial em CSBHD022);
      *>   "C" conclui: reavalia a disponibilidade e, faltando saldo,
      *>       deixa a ordem na situacao "F" (falta de componente) sem
      *>       movimentar nada. Com saldo, a montagem baixa os
      *>       componentes pela media corrente e credita o kit como
      *>       item de estoque com o custo somado dos componentes; a
      *>       desmontagem baixa o kit pela media dele e devolve os
      *>       componentes com esse custo rateado pelo peso de cada um
      *>       (quantidade x custo medio; sem custo medio, pela
      *>       quantidade). Saldo, saldo por deposito e custo medio
      *>       andam pelas 9400/9410/9420 de sempre;
      *>   "X" cancela a ordem ainda pendente (aberta ou com falta).
      *> O lote informado na montagem e cadastrado em CSBHD018 quando
      *> ainda nao existe. A montagem so troca valor entre itens do
      *> estoque e nao gera lancamento no diario contabil.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS018.
           COPY CSBHS022.
           COPY CSBHS034.
           COPY CSBHS048.
           COPY CSBHS049.
           COPY CSBHS057.
           COPY CSBHS069.
           COPY CSBHS081.
           COPY CSBHS101.
           COPY CSBHS102.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF018.
           COPY CSBHF022.
           COPY CSBHF034.
           COPY CSBHF048.
           COPY CSBHF049.
           COPY CSBHF057.
           COPY CSBHF069.
           COPY CSBHF081.
           COPY CSBHF101.
           COPY CSBHF102.
           COPY CSBHF117.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       01  ws-campos-autorizacao.
           03 ws-aut-parametros.
              05 ws-aut-funcao                     pic x(01).
              05 ws-aut-programa                   pic x(10).
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03070K".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03070k             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03070k                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-proxima-ordem                     pic 9(09) value zeroes.
           03 ws-id-fim-componente                 pic x(01) value spaces.
              88 ws-fim-componente                           value "S".
           03 ws-cd-produto-consulta               pic 9(09) value zeroes.
           03 ws-qtde-disponivel                   pic s9(09) value zeroes.
           03 ws-qtde-falta                        pic 9(03) value zeroes.
           03 ws-valor-kit                         pic s9(13)v99 value zeroes.
           03 ws-base-rateio                       pic s9(15)v99 value zeroes.
           03 ws-qtde-total-componentes            pic 9(11) value zeroes.
           03 ws-valor-rateado                     pic s9(13)v99 value zeroes.
           03 ws-qtde-linhas-ordem                 pic 9(03) value zeroes.
           03 ws-idx-linha-ordem                   pic 9(03) value zeroes.
           03 ws-qtde-componentes                  pic 9(03) value zeroes.
           03 ws-idx-componente                    pic 9(03) value zeroes.
           03 ws-tabela-componentes.
              05 ws-cmp-item occurs 50 times.
                 07 ws-cmp-cd-produto              pic 9(09).
                 07 ws-cmp-qtdade-por              pic 9(05).

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
       01  lnk-omk-parametros.
           03 lnk-omk-funcao                        pic x(01).
              88 lnk-omk-abrir                                value "A".
              88 lnk-omk-concluir                             value "C".
              88 lnk-omk-cancelar                             value "X".
           03 lnk-omk-cd-empresa                    pic 9(03).
           03 lnk-omk-cd-filial                     pic 9(03).
           03 lnk-omk-cd-ordem                      pic 9(09).
              *>Devolvida na abertura; informada na conclusao e no
              *>cancelamento.
           03 lnk-omk-tipo-ordem                    pic x(01).
           03 lnk-omk-cd-kit                        pic 9(09).
           03 lnk-omk-qtdade                        pic 9(09).
           03 lnk-omk-lote                          pic x(80).
           03 lnk-omk-cd-deposito                   pic 9(03).
           03 lnk-omk-situacao                      pic x(01).
           03 lnk-omk-id-ok                         pic x(01).
              88 lnk-omk-ok                                   value "S".
           03 lnk-omk-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-omk-parametros.
       MAIN-PROCEDURE.
      *>=====================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
           .
       0000-saida.
       exit program
       STOP RUN.
      *>=====================================================================
       1000-inicializacao section.
       1000.
            perform 9000-csbsp001-carga-inicial
            perform 9000-verifica-tracelog
            if   not lnk-sem-erro
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move spaces                             to lnk-omk-id-ok
            move spaces                             to lnk-omk-id-erro
            move spaces                             to lnk-omk-situacao
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            initialize                             ws-aut-parametros
            move "M"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-omk-id-ok
                 move ws-aut-id-erro               to lnk-omk-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD101"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-omk-id-ok
                 move "Ordem de montagem indisponivel: batch em execucao"
                                                   to lnk-omk-id-erro
                 exit section
            end-if

            if   not lnk-omk-abrir
            and  not lnk-omk-concluir
            and  not lnk-omk-cancelar
                 move "N"                          to lnk-omk-id-ok
                 string "Funcao [" lnk-omk-funcao
                        "] invalida para ordem de montagem"
                        delimited by size into lnk-omk-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD018
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD048
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD057
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD101
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD102
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 evaluate true
                     when lnk-omk-abrir
                          perform 2100-abre-ordem
                     when lnk-omk-concluir
                          perform 2200-conclui-ordem
                     when other
                          perform 2300-cancela-ordem
                 end-evaluate
            else
                 move "N"                          to lnk-omk-id-ok
                 move whs-mensagem                 to lnk-omk-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD018
            close CSBHD022
            close CSBHD048
            close CSBHD049
            close CSBHD057
            close CSBHD081
            close CSBHD101
            close CSBHD102
            close CSBHD117

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Abertura: kit com composicao, deposito ativo da filial quando
      *> informado, numero seguinte da filial e um CSBHD102 por
      *> componente.
       2100-abre-ordem section.
       2100.
            if   lnk-omk-tipo-ordem not equal "M"
            and  lnk-omk-tipo-ordem not equal "D"
                 move "N"                          to lnk-omk-id-ok
                 string "Tipo de ordem [" lnk-omk-tipo-ordem
                        "] invalido (M montagem, D desmontagem)"
                        delimited by size into lnk-omk-id-erro
                 exit section
            end-if

            if   lnk-omk-qtdade equal zeroes
                 move "N"                          to lnk-omk-id-ok
                 move "Quantidade de kits nao informada"
                                                   to lnk-omk-id-erro
                 exit section
            end-if

            perform 2110-carrega-composicao
            if   ws-qtde-componentes equal zeroes
                 move "N"                          to lnk-omk-id-ok
                 string "Produto " lnk-omk-cd-kit
                        " sem composicao de kit em CSBHD057"
                        delimited by size into lnk-omk-id-erro
                 exit section
            end-if

            if   lnk-omk-cd-deposito not equal zeroes
                 initialize                        fdep-chave-1
                 move lnk-omk-cd-empresa           to fdep-cd-empresa
                 move lnk-omk-cd-filial            to fdep-cd-filial
                 move lnk-omk-cd-deposito          to fdep-cd-deposito
                 perform 9000-ler-CSBHD048-ran
                 if   not ws-operacao-ok
                 or   not fdep-situacao-ativa
                      move "N"                     to lnk-omk-id-ok
                      string "Deposito " lnk-omk-cd-deposito
                             " inexistente ou inativo na filial"
                             delimited by size into lnk-omk-id-erro
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
            end-if

            move 1                                 to ws-proxima-ordem
            initialize                             fomk-chave-1
            move lnk-omk-cd-empresa                to fomk-cd-empresa
            move lnk-omk-cd-filial                 to fomk-cd-filial
            move 999999999                         to fomk-cd-ordem
            perform 9000-str-CSBHD101-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD101-pre
                 if   ws-operacao-ok
                 and  fomk-cd-empresa equal lnk-omk-cd-empresa
                 and  fomk-cd-filial  equal lnk-omk-cd-filial
                      compute ws-proxima-ordem = fomk-cd-ordem + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fomk-ordem-montagem
            move lnk-omk-cd-empresa                to fomk-cd-empresa
            move lnk-omk-cd-filial                 to fomk-cd-filial
            move ws-proxima-ordem                  to fomk-cd-ordem
            move lnk-omk-tipo-ordem                to fomk-tipo-ordem
            move lnk-omk-cd-kit                    to fomk-cd-kit
            move lnk-omk-qtdade                    to fomk-qtdade
            move lnk-omk-lote                      to fomk-lote
            move lnk-omk-cd-deposito               to fomk-cd-deposito
            move "A"                               to fomk-situacao
            move ws-data-inv                       to fomk-data-abertura
            move lnk-cd-operador                   to fomk-cd-operador
            perform 9100-carimba-ordem
            perform 9000-gravar-CSBHD101
            if   not ws-operacao-ok
                 move "N"                          to lnk-omk-id-ok
                 move whs-mensagem                 to lnk-omk-id-erro
                 exit section
            end-if

            perform varying ws-idx-componente from 1 by 1
                    until ws-idx-componente > ws-qtde-componentes
                 initialize                        fomc-componente-ordem
                 move fomk-cd-empresa              to fomc-cd-empresa
                 move fomk-cd-filial               to fomc-cd-filial
                 move fomk-cd-ordem                to fomc-cd-ordem
                 move ws-cmp-cd-produto (ws-idx-componente)
                                                   to fomc-cd-componente
                 move ws-cmp-qtdade-por (ws-idx-componente)
                                                   to fomc-qtdade-por
                 compute fomc-qtdade-necessaria =
                         fomk-qtdade * fomc-qtdade-por
                 perform 9110-carimba-componente
                 perform 9000-gravar-CSBHD102
            end-perform
            move "00"                              to ws-resultado-acesso

            perform 2500-avalia-disponibilidade
            perform 9100-carimba-ordem
            perform 9000-regravar-CSBHD101

            move fomk-cd-ordem                     to lnk-omk-cd-ordem
            move fomk-situacao                     to lnk-omk-situacao
            move "S"                               to lnk-omk-id-ok
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Composicao do kit, no mesmo limite de 50 componentes da
      *> explosao da carga de ITEM_SAIDA (2737-verifica-kit).
       2110-carrega-composicao section.
       2110.
            move zeroes                            to ws-qtde-componentes
            initialize                             fkit-chave-1
            move lnk-omk-cd-kit                    to fkit-cd-kit
            perform 9000-str-CSBHD057-gtr
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            perform 9000-ler-CSBHD057-next
            perform
              until not ws-operacao-ok
              or     fkit-cd-kit not equal lnk-omk-cd-kit
              or     ws-qtde-componentes not less 50
                    add 1                          to ws-qtde-componentes
                    move fkit-cd-componente
                         to ws-cmp-cd-produto (ws-qtde-componentes)
                    move fkit-qtdade-por
                         to ws-cmp-qtdade-por (ws-qtde-componentes)
                    perform 9000-ler-CSBHD057-next
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Conclusao: so com saldo para tudo; faltando, a ordem fica "F"
      *> e nada e movimentado.
       2200-conclui-ordem section.
       2200.
            perform 2400-localiza-ordem-pendente
            if   lnk-omk-id-ok equal "N"
                 exit section
            end-if

            perform 2500-avalia-disponibilidade
            if   fomk-situacao-falta
                 perform 9100-carimba-ordem
                 perform 9000-regravar-CSBHD101
                 move fomk-situacao                to lnk-omk-situacao
                 move "N"                          to lnk-omk-id-ok
                 string "Ordem " fomk-cd-ordem " com "
                        fomk-qtde-componentes-falta
                        " item(ns) sem saldo - nao concluida"
                        delimited by size into lnk-omk-id-erro
                 exit section
            end-if

            move fomk-cd-empresa                   to ws-sld-cd-empresa
            move fomk-cd-filial                    to ws-sld-cd-filial
            move fomk-cd-deposito                  to ws-sld-cd-deposito
            move este-programa                     to ws-sld-job-origem
            if   fomk-montagem
                 perform 2600-efetiva-montagem
            else
                 perform 2700-efetiva-desmontagem
            end-if

            move "C"                               to fomk-situacao
            move ws-data-inv                       to fomk-data-conclusao
            move lnk-cd-operador                   to fomk-cd-operador
            move ws-valor-kit                      to fomk-valor-total
            compute fomk-custo-unitario-kit rounded =
                    ws-valor-kit / fomk-qtdade
            perform 9100-carimba-ordem
            perform 9000-regravar-CSBHD101
            if   not ws-operacao-ok
                 move "N"                          to lnk-omk-id-ok
                 move whs-mensagem                 to lnk-omk-id-erro
                 exit section
            end-if

            move fomk-situacao                     to lnk-omk-situacao
            move "S"                               to lnk-omk-id-ok
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-cancela-ordem section.
       2300.
            perform 2400-localiza-ordem-pendente
            if   lnk-omk-id-ok equal "N"
                 exit section
            end-if

            move "X"                               to fomk-situacao
            move lnk-cd-operador                   to fomk-cd-operador
            perform 9100-carimba-ordem
            perform 9000-regravar-CSBHD101
            if   not ws-operacao-ok
                 move "N"                          to lnk-omk-id-ok
                 move whs-mensagem                 to lnk-omk-id-erro
                 exit section
            end-if

            move fomk-situacao                     to lnk-omk-situacao
            move "S"                               to lnk-omk-id-ok
           .
       2300-exit.
            exit.
      *>=====================================================================
       2400-localiza-ordem-pendente section.
       2400.
            initialize                             fomk-chave-1
            move lnk-omk-cd-empresa                to fomk-cd-empresa
            move lnk-omk-cd-filial                 to fomk-cd-filial
            move lnk-omk-cd-ordem                  to fomk-cd-ordem
            perform 9000-ler-CSBHD101-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-omk-id-ok
                 string "Ordem de montagem " lnk-omk-cd-ordem
                        " nao cadastrada em CSBHD101"
                        delimited by size into lnk-omk-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   not fomk-situacao-pendente
                 move "N"                          to lnk-omk-id-ok
                 move fomk-situacao                to lnk-omk-situacao
                 string "Ordem de montagem " lnk-omk-cd-ordem
                        " ja encerrada (situacao " fomk-situacao ")"
                        delimited by size into lnk-omk-id-erro
            end-if
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Montagem: cada componente contra a quantidade necessaria.
      *> Desmontagem: o proprio kit contra a quantidade da ordem.
       2500-avalia-disponibilidade section.
       2500.
            move zeroes                            to ws-qtde-falta
            if   fomk-desmontagem
                 move fomk-cd-kit                  to ws-cd-produto-consulta
                 perform 2510-consulta-disponivel
                 move ws-qtde-disponivel           to fomk-qtde-kit-disponivel
                 if   ws-qtde-disponivel < fomk-qtdade
                      move 1                       to ws-qtde-falta
                 end-if
            else
                 perform 2520-primeiro-componente
                 perform until ws-fim-componente
                      move fomc-cd-componente      to ws-cd-produto-consulta
                      perform 2510-consulta-disponivel
                      move ws-qtde-disponivel      to fomc-qtde-disponivel
                      if   ws-qtde-disponivel < fomc-qtdade-necessaria
                           move "S"                to fomc-id-falta
                           add 1                   to ws-qtde-falta
                      else
                           move spaces             to fomc-id-falta
                      end-if
                      perform 9110-carimba-componente
                      perform 9000-regravar-CSBHD102
                      perform 2530-proximo-componente
                 end-perform
            end-if
            move ws-qtde-falta                     to fomk-qtde-componentes-falta
            if   ws-qtde-falta > zeroes
                 move "F"                          to fomk-situacao
            else
                 move "A"                          to fomk-situacao
            end-if
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-consulta-disponivel section.
       2510.
            move zeroes                            to ws-qtde-disponivel
            if   fomk-cd-deposito not equal zeroes
                 initialize                        fsdp-chave-1
                 move fomk-cd-empresa              to fsdp-cd-empresa
                 move fomk-cd-filial               to fsdp-cd-filial
                 move ws-cd-produto-consulta       to fsdp-cd-produto
                 move fomk-cd-deposito             to fsdp-cd-deposito
                 perform 9000-ler-CSBHD049-ran
                 if   ws-operacao-ok
                      move fsdp-qtde-saldo         to ws-qtde-disponivel
                 end-if
            else
                 initialize                        fsld-saldo
                 move fomk-cd-empresa              to fsld-cd-empresa
                 move fomk-cd-filial               to fsld-cd-filial
                 move ws-cd-produto-consulta       to fsld-cd-produto
                 perform 9000-ler-CSBHD022-ran
                 if   ws-operacao-ok
                      move fsld-qtde-saldo         to ws-qtde-disponivel
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2510-exit.
            exit.
      *>=====================================================================
       2520-primeiro-componente section.
       2520.
            move spaces                            to ws-id-fim-componente
            initialize                             fomc-chave-1
            move fomk-cd-empresa                   to fomc-cd-empresa
            move fomk-cd-filial                    to fomc-cd-filial
            move fomk-cd-ordem                     to fomc-cd-ordem
            perform 9000-str-CSBHD102-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-componente
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            perform 2530-proximo-componente
           .
       2520-exit.
            exit.
      *>=====================================================================
       2530-proximo-componente section.
       2530.
            perform 9000-ler-CSBHD102-next
            if   not ws-operacao-ok
            or   fomc-cd-empresa not equal fomk-cd-empresa
            or   fomc-cd-filial  not equal fomk-cd-filial
            or   fomc-cd-ordem   not equal fomk-cd-ordem
                 move "S"                          to ws-id-fim-componente
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2530-exit.
            exit.
      *>=====================================================================
      *> Montagem: componentes saem pela media corrente, carimbada na
      *> linha; o kit entra com a soma deles como custo proprio.
       2600-efetiva-montagem section.
       2600.
            move zeroes                            to ws-valor-kit
            perform 2520-primeiro-componente
            perform until ws-fim-componente
                 move fomc-cd-componente           to ws-sld-cd-produto
                 perform 9425-consulta-custo-medio
                 move ws-cmd-custo-unitario        to fomc-custo-unitario
                 compute fomc-valor rounded =
                         fomc-qtdade-necessaria * fomc-custo-unitario
                 add fomc-valor                    to ws-valor-kit

                 compute ws-sld-delta = 0 - fomc-qtdade-necessaria
                 perform 2800-movimenta-estoque

                 perform 9110-carimba-componente
                 perform 9000-regravar-CSBHD102
                 perform 2530-proximo-componente
            end-perform

            move fomk-cd-kit                       to ws-sld-cd-produto
            move fomk-qtdade                       to ws-sld-delta
            move ws-valor-kit                      to ws-cmd-valor-movimento
            perform 2800-movimenta-estoque

            if   fomk-lote not equal spaces
                 perform 2650-registra-lote-kit
            end-if
           .
       2600-exit.
            exit.
      *>=====================================================================
       2650-registra-lote-kit section.
       2650.
            initialize                             flot-chave-1
            move fomk-cd-kit                       to flot-cd-produto
            move fomk-lote                         to flot-cd-lote
            perform 9000-ler-CSBHD018-ran
            if   ws-operacao-ok
                 exit section
            end-if
            initialize                             flot-lote
            move fomk-cd-kit                       to flot-cd-produto
            move fomk-lote                         to flot-cd-lote
            move ws-data-inv                       to flot-data-fabricacao
            move "A"                               to flot-situacao
            move ws-ano-inv                        to flot-dt-atualizacao-ano
            move ws-mes-inv                        to flot-dt-atualizacao-mes
            move ws-dia-inv                        to flot-dt-atualizacao-dia
            move ws-hora                           to flot-hr-atualizacao-hora
            move ws-minutos                        to flot-hr-atualizacao-minuto
            move ws-segundos                       to flot-hr-atualizacao-segundo
            move este-programa                     to flot-job-origem
            perform 9000-gravar-CSBHD018
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2650-exit.
            exit.
      *>=====================================================================
      *> Desmontagem: o kit sai pela media dele e esse valor volta nos
      *> componentes, rateado pelo peso quantidade x custo medio de
      *> cada um (sem custo medio em nenhum, pela quantidade); o
      *> ultimo componente leva a sobra do arredondamento.
       2700-efetiva-desmontagem section.
       2700.
            move fomk-cd-kit                       to ws-sld-cd-produto
            perform 9425-consulta-custo-medio
            compute ws-valor-kit rounded =
                    fomk-qtdade * ws-cmd-custo-unitario
            compute ws-sld-delta = 0 - fomk-qtdade
            perform 2800-movimenta-estoque

            move zeroes                            to ws-base-rateio
            move zeroes                            to ws-qtde-total-componentes
            move zeroes                            to ws-qtde-linhas-ordem
            perform 2520-primeiro-componente
            perform until ws-fim-componente
                 move fomc-cd-componente           to ws-sld-cd-produto
                 perform 9425-consulta-custo-medio
                 move ws-cmd-custo-unitario        to fomc-custo-unitario
                 compute ws-base-rateio =
                         ws-base-rateio
                       + (fomc-qtdade-necessaria * fomc-custo-unitario)
                 add fomc-qtdade-necessaria        to ws-qtde-total-componentes
                 add 1                             to ws-qtde-linhas-ordem
                 perform 9000-regravar-CSBHD102
                 perform 2530-proximo-componente
            end-perform

            move zeroes                            to ws-valor-rateado
            move zeroes                            to ws-idx-linha-ordem
            perform 2520-primeiro-componente
            perform until ws-fim-componente
                 add 1                             to ws-idx-linha-ordem
                 evaluate true
                     when ws-idx-linha-ordem equal ws-qtde-linhas-ordem
                          compute fomc-valor =
                                  ws-valor-kit - ws-valor-rateado
                     when ws-base-rateio > zeroes
                          compute fomc-valor rounded =
                                  ws-valor-kit
                                * fomc-qtdade-necessaria
                                * fomc-custo-unitario
                                / ws-base-rateio
                     when other
                          compute fomc-valor rounded =
                                  ws-valor-kit
                                * fomc-qtdade-necessaria
                                / ws-qtde-total-componentes
                 end-evaluate
                 add fomc-valor                    to ws-valor-rateado
                 if   fomc-qtdade-necessaria > zeroes
                      compute fomc-custo-unitario rounded =
                              fomc-valor / fomc-qtdade-necessaria
                 end-if

                 move fomc-cd-componente           to ws-sld-cd-produto
                 move fomc-qtdade-necessaria       to ws-sld-delta
                 move fomc-valor                   to ws-cmd-valor-movimento
                 perform 2800-movimenta-estoque

                 perform 9110-carimba-componente
                 perform 9000-regravar-CSBHD102
                 perform 2530-proximo-componente
            end-perform
           .
       2700-exit.
            exit.
      *>=====================================================================
      *> Um movimento de estoque da ordem: saldo da filial (com o
      *> jornal), saldo do deposito e custo medio.
       2800-movimenta-estoque section.
       2800.
            perform 9400-atualiza-saldo
            move ws-sld-cd-empresa                 to ws-rpt-cd-empresa
            move ws-sld-cd-filial                  to ws-rpt-cd-filial
            move ws-sld-cd-produto                 to ws-rpt-cd-produto
            move fsld-qtde-saldo                   to ws-rpt-qtde-saldo
            move este-programa                     to ws-rpt-job-origem
            perform 9650-verifica-ruptura
            perform 9470-jornal-saldo
            perform 9410-atualiza-saldo-deposito
            perform 9420-atualiza-custo-medio
            move "00"                              to ws-resultado-acesso
           .
       2800-exit.
            exit.
      *>=====================================================================
       9100-carimba-ordem section.
       9100.
            move ws-ano-inv                        to fomk-dt-atualizacao-ano
            move ws-mes-inv                        to fomk-dt-atualizacao-mes
            move ws-dia-inv                        to fomk-dt-atualizacao-dia
            move ws-hora                           to fomk-hr-atualizacao-hora
            move ws-minutos                        to fomk-hr-atualizacao-minuto
            move ws-segundos                       to fomk-hr-atualizacao-segundo
            move este-programa                     to fomk-job-origem
           .
       9100-exit.
            exit.
      *>=====================================================================
       9110-carimba-componente section.
       9110.
            move ws-ano-inv                        to fomc-dt-atualizacao-ano
            move ws-mes-inv                        to fomc-dt-atualizacao-mes
            move ws-dia-inv                        to fomc-dt-atualizacao-dia
            move ws-hora                           to fomc-hr-atualizacao-hora
            move ws-minutos                        to fomc-hr-atualizacao-minuto
            move ws-segundos                       to fomc-hr-atualizacao-segundo
            move este-programa                     to fomc-job-origem
           .
       9110-exit.
            exit.
      *>=====================================================================
      *> A posicao de saldo recem atualizada por 9400 vai para o
      *> jornal como alteracao - e com ela que a recuperacao repoe o
      *> saldo no ponto certo.
       9470-jornal-saldo section.
       9470.
            move "CSBHD022"                        to ws-jrn-arquivo
            move "R"                               to ws-jrn-operacao
            move fsld-saldo                        to ws-jrn-imagem
            perform 9460-grava-jornal
           .
       9470-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            if   ws-jrn-aberto
                 close CSBHJORNAL
                 move spaces                       to ws-jrn-id-aberto
            end-if
            close trace-log

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog
           .
       3000-exit.
            exit.
      *>=====================================================================
       9000-verifica-tracelog section.
       9000.
            initialize                             ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, ".TRACELOG" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                    to ws-id-tracelog-csbh03070k

            if   ws-tracelog-csbh03070k
                 accept ws-data-inv from date yyyymmdd
                 string lnk-dtbLog delimited by spaces, este-programa, "_",
                        lnk-cd-empresa lnk-cd-filial delimited by size,
                        ws-data-inv delimited by size, ".LOG" into wid-arquivo-log
                 open extend trace-log
                 if   not ws-operacao-ok
                     open output trace-log
                 end-if
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-tracelog section.
       9000.
            if   ws-tracelog-csbh03070k
            and  (not lnk-log-nivel-somente-erros or ws-ds-tracelog (1:4) = "Erro")
                 accept ws-horas                   from time
                 move spaces                       to log-linha
                 string ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv, " ",
                        ws-hora ":" ws-minutos ":" ws-segundos ":"
                        ws-horas (7:2) " - " ws-ds-tracelog into log-linha
                 write log-registro
            end-if
            move spaces                            to ws-ds-tracelog
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-controle-abertura section.
       9000.
            if   not processamento-sem-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
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
       COPY CSBHL018.
       COPY CSBHL022.
       COPY CSBHL034.
       COPY CSBHL048.
       COPY CSBHL049.
       COPY CSBHL057.
       COPY CSBHL081.
       COPY CSBHL101.
       COPY CSBHL102.
       COPY CSBHL117.
