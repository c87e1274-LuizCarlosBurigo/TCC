       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02071R.
      *>=====================================================================
      *> Projecao de fluxo de caixa semanal da empresa/filial pedida
      *> (lnk-cd-filial zero = todas as filiais da empresa): treze
      *> semanas a partir de hoje, mais uma linha com o que cai depois.
      *>   Entradas - titulos a receber em aberto (CSBHD040) pelo
      *>              vencimento deslocado pelo atraso medio historico
      *>              do cliente (titulos pagos); pedidos de venda em
      *>              aberto (CSBHD039), parte ainda nao alocada,
      *>              desdobrada nas parcelas da condicao de pagamento
      *>              do pedido (sem ela, a padrao do cliente) a partir
      *>              da data desejada.
      *>   Saidas   - titulos a pagar abertos ou autorizados (CSBHD041)
      *>              pelo vencimento; pedidos de compra em aberto
      *>              (CSBHD019) desdobrados nas parcelas da condicao
      *>              padrao do fornecedor a partir da data prevista.
      *> Parcelas pela CSBHP014 (condicoes em CSBHD092); pedido sem
      *> condicao, ou com condicao sem cadastro ou inativa, vira uma
      *> parcela unica no prazo padrao de cobranca/pagamento.
      *> O que ja venceu cai na primeira semana. O saldo acumulado parte
      *> do saldo de abertura lnk-saldo-caixa-inicial. Com lnk-saida-csv
      *> as semanas saem tambem em CSBH02071R.CSV.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-PRAZO-VENCIMENTO,
      *> DIAS-PRAZO-PAGAMENTO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS006.
           COPY CSBHS013.
           COPY CSBHS019.
           COPY CSBHS033.
           COPY CSBHS039.
           COPY CSBHS040.
           COPY CSBHS041.
           COPY CSBHS092.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF006.
           COPY CSBHF013.
           COPY CSBHF019.
           COPY CSBHF033.
           COPY CSBHF039.
           COPY CSBHF040.
           COPY CSBHF041.
           COPY CSBHF092.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-titulo.
                03 srt-cd-cliente                  pic 9(09).
                03 srt-tipo                        pic x(01).
                   *>"1" titulo pago (historico de atraso), "2" aberto.
                   88 srt-titulo-pago                        value "1".
                   88 srt-titulo-aberto                      value "2".
                03 srt-dias-atraso                 pic s9(05).
                03 srt-data-vencimento             pic 9(08).
                03 srt-saldo-devedor               pic s9(11)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02071R".
       78  c-qtde-semanas                                    value 13.
       78  c-prazo-vencimento-dias                           value 28.
       78  c-prazo-pagamento-dias                            value 28.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02071r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02071r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-titulo                     pic x(01) value spaces.
              88 ws-fim-titulo                               value "S" "s".
           03 ws-id-fim-pedido                     pic x(01) value spaces.
              88 ws-fim-pedido                               value "S" "s".
           03 ws-id-filial-selecionada             pic x(01) value spaces.
              88 ws-filial-selecionada                       value "S".
           03 ws-cd-empresa-teste                  pic 9(03) value zeroes.
           03 ws-cd-filial-teste                   pic 9(03) value zeroes.
           03 ws-cd-cliente-corrente               pic 9(09) value zeroes.
           03 ws-qtde-pagos-cliente                pic 9(07) value zeroes.
           03 ws-soma-atraso-cliente               pic s9(09) value zeroes.
           03 ws-atraso-medio                      pic s9(05) value zeroes.
           03 ws-hoje-inteiro                      pic 9(08) value zeroes.
           03 ws-data-inteiro                      pic 9(08) value zeroes.
           03 ws-data-esperada-inteiro             pic s9(08) value zeroes.
           03 ws-data-base                         pic 9(08) value zeroes.
           03 ws-data-semana-ini                   pic 9(08) value zeroes.
           03 ws-data-semana-fim                   pic 9(08) value zeroes.
           03 ws-idx-semana                        pic 9(02) value zeroes.
           03 ws-valor-projetado                   pic s9(13)v99 value zeroes.
           03 ws-cd-condicao-pedido                pic 9(03) value zeroes.
           03 ws-cd-cliente-condicao               pic 9(09) value zeroes.
              *>Cliente/fornecedor lido por ultimo em 2410/2510.
           03 ws-cd-condicao-cliente               pic 9(03) value zeroes.
           03 ws-cd-fornecedor-condicao            pic 9(09) value zeroes.
           03 ws-cd-condicao-fornecedor            pic 9(03) value zeroes.
           03 ws-projecao                          occurs 14 times.
              *>Semanas 1 a 13; a 14 acumula o que cai depois delas.
              05 ws-sem-entrada-receber            pic s9(13)v99.
              05 ws-sem-entrada-pedido             pic s9(13)v99.
              05 ws-sem-saida-pagar                pic s9(13)v99.
              05 ws-sem-saida-pedido               pic s9(13)v99.
           03 ws-saldo-semana                      pic s9(13)v99 value zeroes.
           03 ws-saldo-acumulado                   pic s9(13)v99 value zeroes.
           03 ws-qtde-registros                    pic 9(09) value zeroes.
           03 ws-rotulo-semana                     pic x(11) value spaces.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-valor-edt-2                       pic -(11)9,99.
           03 ws-valor-edt-3                       pic -(11)9,99.
           03 ws-valor-edt-4                       pic -(11)9,99.
           03 ws-valor-edt-5                       pic -(11)9,99.
           03 ws-valor-edt-6                       pic -(11)9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-prazo-vencimento-dias              pic 9(05) value zeroes.
           03 ws-prazo-pagamento-dias               pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0015.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros.
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
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            compute ws-hoje-inteiro =
                    function integer-of-date(ws-data-inv)
            perform varying ws-idx-semana from 1 by 1
                    until ws-idx-semana > c-qtde-semanas + 1
                    move zeroes          to ws-sem-entrada-receber (ws-idx-semana)
                                            ws-sem-entrada-pedido  (ws-idx-semana)
                                            ws-sem-saida-pagar     (ws-idx-semana)
                                            ws-sem-saida-pedido    (ws-idx-semana)
            end-perform
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-PRAZO-VENCIMENTO"           to ws-par-cd-parametro
            move c-prazo-vencimento-dias           to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-vencimento-dias

            move "DIAS-PRAZO-PAGAMENTO"            to ws-par-cd-parametro
            move c-prazo-pagamento-dias            to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-pagamento-dias

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02071R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02071R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-cd-cliente srt-tipo
                 input procedure  2100-seleciona-titulos
                 output procedure 2200-projeta-receber

            if   processamento-sem-erro
                 perform 2300-projeta-pagar
            end-if
            if   processamento-sem-erro
                 perform 2400-projeta-pedido-venda
            end-if
            if   processamento-sem-erro
                 perform 2500-projeta-pedido-compra
            end-if
            if   processamento-sem-erro
                 perform 2600-gera-relatorio
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Titulos a receber da selecao: os pagos alimentam o atraso medio
      *> do cliente, os abertos/parciais sao projetados com ele.
       2100-seleciona-titulos section.
       2100.
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            move low-values                        to ftcr-chave-1
            perform 9000-str-CSBHD040-gtr
            move spaces                             to ws-id-fim-titulo
            perform 2110-proximo-titulo
            perform until ws-fim-titulo
                 move ftcr-cd-empresa              to ws-cd-empresa-teste
                 move ftcr-cd-filial               to ws-cd-filial-teste
                 perform 2900-confere-selecao
                 if   ws-filial-selecionada
                      evaluate true
                          when ftcr-situacao-pago
                          and  ftcr-data-pagamento   not equal zeroes
                          and  ftcr-data-vencimento  not equal zeroes
                               move ftcr-cd-cliente  to srt-cd-cliente
                               move "1"              to srt-tipo
                               move ftcr-data-pagamento  to ws-data-base
                               compute ws-data-inteiro =
                                       function integer-of-date(ws-data-base)
                               move ftcr-data-vencimento to ws-data-base
                               compute srt-dias-atraso = ws-data-inteiro
                                     - function integer-of-date(ws-data-base)
                               move ftcr-data-vencimento to srt-data-vencimento
                               move zeroes           to srt-saldo-devedor
                               release srt-titulo
                          when ftcr-situacao-aberto
                          or   ftcr-situacao-parcial
                               move ftcr-cd-cliente  to srt-cd-cliente
                               move "2"              to srt-tipo
                               move zeroes           to srt-dias-atraso
                               move ftcr-data-vencimento to srt-data-vencimento
                               compute srt-saldo-devedor =
                                       ftcr-valor - ftcr-valor-pago
                               release srt-titulo
                      end-evaluate
                 end-if
                 perform 2110-proximo-titulo
            end-perform
            close CSBHD040
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-proximo-titulo section.
       2110.
            perform 9000-ler-CSBHD040-next
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-titulo
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Por cliente, os pagos vem antes dos abertos (srt-tipo): quando o
      *> primeiro aberto chega o atraso medio ja esta fechado.
       2200-projeta-receber section.
       2200.
            move zeroes                            to ws-cd-cliente-corrente
                                                      ws-qtde-pagos-cliente
                                                      ws-soma-atraso-cliente
            move spaces                             to ws-id-fim-titulo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-titulo
            end-return
            perform until ws-fim-titulo
                 if   srt-cd-cliente not equal ws-cd-cliente-corrente
                      move srt-cd-cliente          to ws-cd-cliente-corrente
                      move zeroes                  to ws-qtde-pagos-cliente
                                                      ws-soma-atraso-cliente
                 end-if
                 if   srt-titulo-pago
                      add 1                        to ws-qtde-pagos-cliente
                      add srt-dias-atraso          to ws-soma-atraso-cliente
                 else
                      move zeroes                  to ws-atraso-medio
                      if   ws-qtde-pagos-cliente > zero
                           compute ws-atraso-medio rounded =
                                   ws-soma-atraso-cliente / ws-qtde-pagos-cliente
                      end-if
                      move srt-data-vencimento     to ws-data-base
                      compute ws-data-esperada-inteiro =
                              function integer-of-date(ws-data-base)
                            + ws-atraso-medio
                      perform 2950-localiza-semana
                      add srt-saldo-devedor        to ws-sem-entrada-receber (ws-idx-semana)
                      add 1                        to ws-qtde-registros
                 end-if
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-titulo
                 end-return
            end-perform
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-projeta-pagar section.
       2300.
            perform 9000-abrir-i-CSBHD041
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            move low-values                        to ftcp-chave-1
            perform 9000-str-CSBHD041-gtr
            move spaces                             to ws-id-fim-titulo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-titulo
            end-if
            perform until ws-fim-titulo
                 perform 9000-ler-CSBHD041-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-titulo
                 else
                      move ftcp-cd-empresa         to ws-cd-empresa-teste
                      move ftcp-cd-filial          to ws-cd-filial-teste
                      perform 2900-confere-selecao
                      if   ws-filial-selecionada
                      and  (ftcp-situacao-aberto or ftcp-situacao-autorizado)
                           move ftcp-data-vencimento to ws-data-base
                           compute ws-data-esperada-inteiro =
                                   function integer-of-date(ws-data-base)
                           perform 2950-localiza-semana
                           add ftcp-valor          to ws-sem-saida-pagar (ws-idx-semana)
                           add 1                   to ws-qtde-registros
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD041
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Pedido de venda aberto ou parcial: a parte ainda nao alocada e
      *> faturamento futuro, recebido nas parcelas da condicao de
      *> pagamento a partir da data desejada.
       2400-projeta-pedido-venda section.
       2400.
            perform 9000-abrir-i-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD092
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 close CSBHD039
                 close CSBHD013
                 close CSBHD092
                 exit section
            end-if
            move zeroes                            to ws-cd-cliente-condicao
                                                      ws-cd-condicao-cliente
            move low-values                        to fpdv-chave-1
            perform 9000-str-CSBHD039-gtr
            move spaces                             to ws-id-fim-pedido
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-pedido
            end-if
            perform until ws-fim-pedido
                 perform 9000-ler-CSBHD039-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-pedido
                 else
                      move fpdv-cd-empresa         to ws-cd-empresa-teste
                      move fpdv-cd-filial          to ws-cd-filial-teste
                      perform 2900-confere-selecao
                      if   ws-filial-selecionada
                      and  (fpdv-situacao-aberta or fpdv-situacao-parcial
                            or fpdv-situacao-aguarda-fornecedor)
                      and  fpdv-qtdade > fpdv-qtdade-alocada
                           compute ws-valor-projetado rounded =
                                   fpdv-valor * (fpdv-qtdade - fpdv-qtdade-alocada)
                                              / fpdv-qtdade
                           move fpdv-data-desejada to ws-data-base
                           if   ws-data-base equal zeroes
                                move fpdv-data-pedido to ws-data-base
                           end-if
                           perform 2410-resolve-condicao-venda
                           move ws-cd-condicao-pedido  to ws-prc-cd-condicao
                           move ws-data-base       to ws-prc-data-base
                           move ws-valor-projetado to ws-prc-valor-total
                           move ws-prazo-vencimento-dias
                                                   to ws-prc-prazo-padrao
                           perform 9490-calcula-parcelas
                           perform varying ws-prc-idx from 1 by 1
                                   until ws-prc-idx > ws-prc-qtde-parcelas
                                compute ws-data-esperada-inteiro =
                                        function integer-of-date
                                        (ws-prc-data-vencimento (ws-prc-idx))
                                perform 2950-localiza-semana
                                add ws-prc-valor (ws-prc-idx)
                                     to ws-sem-entrada-pedido (ws-idx-semana)
                           end-perform
                           add 1                   to ws-qtde-registros
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD039
            close CSBHD013
            close CSBHD092
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Condicao do pedido de venda: a negociada no pedido ou, sem ela,
      *> a padrao do cliente. O cliente e relido so quando muda.
       2410-resolve-condicao-venda section.
       2410.
            if   fpdv-cd-condicao-pagamento not equal zeroes
                 move fpdv-cd-condicao-pagamento   to ws-cd-condicao-pedido
                 exit section
            end-if
            if   fpdv-cd-cliente not equal ws-cd-cliente-condicao
                 move fpdv-cd-cliente              to ws-cd-cliente-condicao
                 move zeroes                       to ws-cd-condicao-cliente
                 initialize                        fdcli-chave-1
                 move fpdv-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      move fdcli-cd-condicao-pagamento
                                                   to ws-cd-condicao-cliente
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
            move ws-cd-condicao-cliente            to ws-cd-condicao-pedido
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Pedido de compra aberto: pago nas parcelas da condicao padrao
      *> do fornecedor a partir da data prevista de recebimento.
       2500-projeta-pedido-compra section.
       2500.
            perform 9000-abrir-i-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD092
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 close CSBHD019
                 close CSBHD006
                 close CSBHD092
                 exit section
            end-if
            move zeroes                            to ws-cd-fornecedor-condicao
                                                      ws-cd-condicao-fornecedor
            move low-values                        to fpdc-chave-1
            perform 9000-str-CSBHD019-gtr
            move spaces                             to ws-id-fim-pedido
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-pedido
            end-if
            perform until ws-fim-pedido
                 perform 9000-ler-CSBHD019-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-pedido
                 else
                      move fpdc-cd-empresa         to ws-cd-empresa-teste
                      move fpdc-cd-filial          to ws-cd-filial-teste
                      perform 2900-confere-selecao
                      if   ws-filial-selecionada
                      and  fpdc-situacao-aberta
                           move fpdc-data-prevista to ws-data-base
                           if   ws-data-base equal zeroes
                                move fpdc-data-pedido to ws-data-base
                           end-if
                           perform 2510-localiza-condicao-fornecedor
                           move ws-cd-condicao-fornecedor
                                                   to ws-prc-cd-condicao
                           move ws-data-base       to ws-prc-data-base
                           move fpdc-valor         to ws-prc-valor-total
                           move ws-prazo-pagamento-dias
                                                   to ws-prc-prazo-padrao
                           perform 9490-calcula-parcelas
                           perform varying ws-prc-idx from 1 by 1
                                   until ws-prc-idx > ws-prc-qtde-parcelas
                                compute ws-data-esperada-inteiro =
                                        function integer-of-date
                                        (ws-prc-data-vencimento (ws-prc-idx))
                                perform 2950-localiza-semana
                                add ws-prc-valor (ws-prc-idx)
                                     to ws-sem-saida-pedido (ws-idx-semana)
                           end-perform
                           add 1                   to ws-qtde-registros
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD019
            close CSBHD006
            close CSBHD092
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> Condicao padrao do fornecedor do pedido; a chave de CSBHD006 e
      *> fornecedor/cidade, entao o primeiro registro do fornecedor e o
      *> que vale. O fornecedor e relido so quando muda.
       2510-localiza-condicao-fornecedor section.
       2510.
            if   fpdc-cd-fornecedor equal ws-cd-fornecedor-condicao
                 exit section
            end-if
            move fpdc-cd-fornecedor                to ws-cd-fornecedor-condicao
            move zeroes                            to ws-cd-condicao-fornecedor
            initialize                             fdfnc-fornecedor
            move fpdc-cd-fornecedor                to fdfnc-cd-fornecedor
            move low-values                        to fdfnc-cd-cidade
            perform 9000-str-CSBHD006-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD006-next
                 if   ws-operacao-ok
                 and  fdfnc-cd-fornecedor equal fpdc-cd-fornecedor
                      move fdfnc-cd-condicao-pagamento
                                                   to ws-cd-condicao-fornecedor
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2510-exit.
            exit.
      *>=====================================================================
       2600-gera-relatorio section.
       2600.
            open output relatorio
            move spaces                            to rel-linha
            if   lnk-cd-filial equal zeroes
                 string "Projecao de fluxo de caixa semanal - empresa "
                        lnk-cd-empresa " - todas as filiais - emitida em "
                        ws-data-inv delimited by size into rel-linha
            else
                 string "Projecao de fluxo de caixa semanal - empresa "
                        lnk-cd-empresa " filial " lnk-cd-filial
                        " - emitida em " ws-data-inv
                        delimited by size into rel-linha
            end-if
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move lnk-saldo-caixa-inicial           to ws-valor-edt
            move spaces                            to rel-linha
            string "Saldo de abertura: " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move "Semana      Inicio      Receber  Pedido venda        Pagar Pedido compra   Saldo semana  Saldo acumulado"
                                                   to rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02071R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "empresa;filial;semana;inicio;fim;entrada-receber;entrada-pedido-venda;saida-pagar;saida-pedido-compra;saldo-semana;saldo-acumulado"
                                                   to csv-linha
                 write csv-linha
            end-if

            move lnk-saldo-caixa-inicial           to ws-saldo-acumulado
            perform varying ws-idx-semana from 1 by 1
                    until ws-idx-semana > c-qtde-semanas + 1
                    perform 2610-imprime-semana
            end-perform

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos e linhas de pedido projetados: " ws-qtde-registros
                   delimited by size into rel-linha
            write rel-linha
            close relatorio
           .
       2600-exit.
            exit.
      *>=====================================================================
       2610-imprime-semana section.
       2610.
            compute ws-data-inteiro =
                    ws-hoje-inteiro + (ws-idx-semana - 1) * 7
            compute ws-data-semana-ini =
                    function date-of-integer(ws-data-inteiro)
            if   ws-idx-semana > c-qtde-semanas
                 move 99999999                     to ws-data-semana-fim
                 move "POSTERIOR"                  to ws-rotulo-semana
            else
                 compute ws-data-inteiro = ws-data-inteiro + 6
                 compute ws-data-semana-fim =
                         function date-of-integer(ws-data-inteiro)
                 move spaces                       to ws-rotulo-semana
                 string "SEMANA " ws-idx-semana delimited by size
                                                   into ws-rotulo-semana
            end-if

            compute ws-saldo-semana =
                    ws-sem-entrada-receber (ws-idx-semana)
                  + ws-sem-entrada-pedido  (ws-idx-semana)
                  - ws-sem-saida-pagar     (ws-idx-semana)
                  - ws-sem-saida-pedido    (ws-idx-semana)
            add ws-saldo-semana                    to ws-saldo-acumulado

            move ws-sem-entrada-receber (ws-idx-semana) to ws-valor-edt
            move ws-sem-entrada-pedido  (ws-idx-semana) to ws-valor-edt-2
            move ws-sem-saida-pagar     (ws-idx-semana) to ws-valor-edt-3
            move ws-sem-saida-pedido    (ws-idx-semana) to ws-valor-edt-4
            move ws-saldo-semana                        to ws-valor-edt-5
            move ws-saldo-acumulado                     to ws-valor-edt-6
            move spaces                            to rel-linha
            string ws-rotulo-semana " " ws-data-semana-ini
                   ws-valor-edt ws-valor-edt-2 ws-valor-edt-3
                   ws-valor-edt-4 ws-valor-edt-5 ws-valor-edt-6
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string lnk-cd-empresa ";" lnk-cd-filial ";"
                        ws-idx-semana ";" ws-data-semana-ini ";"
                        ws-data-semana-fim ";"
                        ws-sem-entrada-receber (ws-idx-semana) ";"
                        ws-sem-entrada-pedido  (ws-idx-semana) ";"
                        ws-sem-saida-pagar     (ws-idx-semana) ";"
                        ws-sem-saida-pedido    (ws-idx-semana) ";"
                        ws-saldo-semana ";" ws-saldo-acumulado
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2610-exit.
            exit.
      *>=====================================================================
      *> Empresa/filial do registro corrente (ws-cd-empresa-teste/
      *> ws-cd-filial-teste) dentro da selecao; filial zero = todas.
       2900-confere-selecao section.
       2900.
            move spaces                            to ws-id-filial-selecionada
            if   ws-cd-empresa-teste equal lnk-cd-empresa
            and  (lnk-cd-filial equal zeroes
                  or ws-cd-filial-teste equal lnk-cd-filial)
                 move "S"                          to ws-id-filial-selecionada
            end-if
           .
       2900-exit.
            exit.
      *>=====================================================================
      *> Semana da data esperada: vencido cai na primeira, alem da
      *> decima terceira cai na linha "posterior".
       2950-localiza-semana section.
       2950.
            if   ws-data-esperada-inteiro < ws-hoje-inteiro
                 move 1                            to ws-idx-semana
            else
                 compute ws-idx-semana =
                         (ws-data-esperada-inteiro - ws-hoje-inteiro) / 7 + 1
                      on size error
                         move c-qtde-semanas       to ws-idx-semana
                         add 1                     to ws-idx-semana
                 end-compute
                 if   ws-idx-semana > c-qtde-semanas
                      move c-qtde-semanas          to ws-idx-semana
                      add 1                        to ws-idx-semana
                 end-if
            end-if
           .
       2950-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-registros                 to ws-run-qtde-registros
            perform 9510-registra-fim-execucao
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
            move Return-Code                    to ws-id-tracelog-csbh02071r

            if   ws-tracelog-csbh02071r
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
            if   ws-tracelog-csbh02071r
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
       COPY CSBHP003.
       COPY CSBHP014.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL006.
       COPY CSBHL013.
       COPY CSBHL019.
       COPY CSBHL033.
       COPY CSBHL039.
       COPY CSBHL040.
       COPY CSBHL041.
       COPY CSBHL092.
       COPY CSBHL130.
