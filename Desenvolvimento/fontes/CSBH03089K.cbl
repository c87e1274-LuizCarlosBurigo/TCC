       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03089K.
      *>=====================================================================
      *> Fotografia diaria dos indicadores operacionais: apura, por
      *> empresa/filial e a partir dos arquivos vivos, os indicadores
      *> da tabela fixa CSBHW0026 (pendencias em aberto, fill rate dos
      *> pedidos dos ultimos 30 dias, saldo a receber vencido, valor do
      *> estoque a custo medio, RMAs abertas, entregas sem POD, fila e
      *> idade da inspecao de recebimento) e grava um registro por
      *> indicador no historico CSBHD131 com a data do dia - cada
      *> relatorio so mostrava o numero de hoje e ninguem guardava a
      *> serie. Roda uma vez por noite para todas as empresas/filiais
      *> (interface apenas linkage-parametros, passo da cadeia do
      *> CSBH00002D); a reexecucao no mesmo dia regrava a fotografia do
      *> dia em vez de duplica-la. Fill rate sem nenhuma linha pedida
      *> na janela nao e gravado (nao ha o que medir). Ao final exporta
      *> o historico inteiro em CSBH03089K.CSV (data;empresa;filial;
      *> indicador;valor) no diretorio de extracao, para a ferramenta
      *> de BI carregar direto. CSBHD131 e criado na primeira execucao.
      *> A tendencia dos ultimos 30 dias e 12 meses e o CSBH02091R.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) pela empresa/filial da execucao, com
      *> as constantes c- como padrao sem cadastro:
      *> DIAS-JANELA-FILL-RATE. Os valores em vigor saem no tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS017.
           COPY CSBHS022.
           COPY CSBHS033.
           COPY CSBHS039.
           COPY CSBHS040.
           COPY CSBHS046.
           COPY CSBHS058.
           COPY CSBHS067.
           COPY CSBHS081.
           COPY CSBHS130.
           COPY CSBHS131.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF017.
           COPY CSBHF022.
           COPY CSBHF033.
           COPY CSBHF039.
           COPY CSBHF040.
           COPY CSBHF046.
           COPY CSBHF058.
           COPY CSBHF067.
           COPY CSBHF081.
           COPY CSBHF130.
           COPY CSBHF131.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(100).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03089K".
       78  c-janela-fill-rate-dias                           value 30.
       78  c-max-filiais                                     value 500.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03089k             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03089k                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-id-tabela-cheia                   pic x(01) value spaces.
              88 ws-tabela-cheia                             value "S".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-hoje-inteiro                      pic 9(09) value zeroes.
           03 ws-data-corte-pedido                 pic 9(08) value zeroes.
           03 ws-data-num                          pic 9(08) value zeroes.
           03 ws-idade-dias                        pic 9(05) value zeroes.
           03 ws-cd-empresa-corrente               pic 9(03) value zeroes.
           03 ws-cd-filial-corrente                pic 9(03) value zeroes.
           03 ws-ind-filial                        pic 9(03) value zeroes.
           03 ws-ind-indicador                     pic 9(02) value zeroes.
           03 ws-id-grava-indicador                pic x(01) value spaces.
              88 ws-grava-indicador                          value "S".
           03 ws-vl-indicador                      pic s9(13)v99 value zeroes.
           03 ws-vl-edt                            pic -(13)9.99.
           03 ws-ind-inicio                        pic 9(02) value zeroes.
           03 ws-qtde-gravados                     pic 9(09) value zeroes.
           03 ws-qtde-exportados                   pic 9(09) value zeroes.
      *> Acumuladores por empresa/filial, na ordem em que a filial
      *> aparece nos arquivos.
           03 ws-qtde-filiais                      pic 9(03) value zeroes.
           03 ws-tab-filial                        occurs 500 times.
              05 ws-fil-cd-empresa                 pic 9(03).
              05 ws-fil-cd-filial                  pic 9(03).
              05 ws-fil-qtde-backorder             pic 9(09).
              05 ws-fil-qtde-pedida                pic 9(11).
              05 ws-fil-qtde-alocada               pic 9(11).
              05 ws-fil-vl-vencido                 pic s9(13)v99.
              05 ws-fil-vl-estoque                 pic s9(13)v99.
              05 ws-fil-qtde-rma                   pic 9(09).
              05 ws-fil-qtde-sem-pod               pic 9(09).
              05 ws-fil-qtde-inspecao              pic 9(09).
              05 ws-fil-idade-inspecao             pic 9(05).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-janela-fill-rate-dias              pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0026.
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
            accept ws-horas                        from time
            move ws-data-inv                       to ws-data-hoje
            compute ws-hoje-inteiro =
                    function integer-of-date(ws-data-hoje)
            compute ws-data-corte-pedido =
                    function date-of-integer(ws-hoje-inteiro
                                           - ws-janela-fill-rate-dias)
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog.
       1050-carrega-parametros section.
       1050.
            move "DIAS-JANELA-FILL-RATE"           to ws-par-cd-parametro
            move c-janela-fill-rate-dias           to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-janela-fill-rate-dias

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

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD017
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD046
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD058
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD067
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD081
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 perform 9000-abrir-io-CSBHD131
                 if   ws-arquivo-inexistente
                      perform 9000-abrir-o-CSBHD131
                      if   ws-operacao-ok
                           close CSBHD131
                           perform 9000-abrir-io-CSBHD131
                      end-if
                 end-if
                 perform 9000-controle-abertura
            end-if

            if   processamento-sem-erro
                 perform 2100-apura-pendencias
                 perform 2200-apura-pedidos
                 perform 2300-apura-titulos
                 perform 2400-apura-estoque
                 perform 2500-apura-rmas
                 perform 2600-apura-entregas
                 perform 2700-apura-inspecao
                 perform 2800-grava-fotografia
                 perform 2900-exporta-historico
                 close CSBHD131
            else
                 move "S"                          to ws-run-id-falha
            end-if

            close CSBHD003
            close CSBHD017
            close CSBHD022
            close CSBHD039
            close CSBHD040
            close CSBHD046
            close CSBHD058
            close CSBHD067
            close CSBHD081

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Posicao de ws-cd-empresa/filial-corrente na tabela, incluida na
      *> primeira vez que aparece; tabela cheia devolve zero e a filial
      *> fica de fora da fotografia (avisado uma vez no tracelog).
       2050-localiza-filial section.
       2050.
            perform varying ws-ind-filial from 1 by 1
                      until ws-ind-filial > ws-qtde-filiais
                         or (ws-fil-cd-empresa (ws-ind-filial)
                             equal ws-cd-empresa-corrente
                         and ws-fil-cd-filial (ws-ind-filial)
                             equal ws-cd-filial-corrente)
                 continue
            end-perform
            if   ws-ind-filial > ws-qtde-filiais
                 if   ws-qtde-filiais < c-max-filiais
                      add 1                        to ws-qtde-filiais
                      move ws-qtde-filiais         to ws-ind-filial
                      initialize                   ws-tab-filial (ws-ind-filial)
                      move ws-cd-empresa-corrente  to ws-fil-cd-empresa (ws-ind-filial)
                      move ws-cd-filial-corrente   to ws-fil-cd-filial (ws-ind-filial)
                 else
                      move zeroes                  to ws-ind-filial
                      if   not ws-tabela-cheia
                           move "S"                to ws-id-tabela-cheia
                           move "Erro - mais filiais que a tabela de indicadores comporta"
                                                   to ws-ds-tracelog
                           perform 9000-tracelog
                      end-if
                 end-if
            end-if
           .
       2050-exit.
            exit.
      *>=====================================================================
       2100-apura-pendencias section.
       2100.
            move low-values                        to fbpnd-chave-1
            perform 9000-str-CSBHD017-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD017-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fbpnd-situacao-aberta
                           move fbpnd-cd-empresa   to ws-cd-empresa-corrente
                           move fbpnd-cd-filial    to ws-cd-filial-corrente
                           perform 2050-localiza-filial
                           if   ws-ind-filial > zeroes
                                add 1              to ws-fil-qtde-backorder (ws-ind-filial)
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Fill rate: alocado sobre pedido nas linhas da janela, sem as
      *> canceladas e sem drop-ship (que nao sai do estoque).
       2200-apura-pedidos section.
       2200.
            move low-values                        to fpdv-chave-1
            perform 9000-str-CSBHD039-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD039-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      move fpdv-data-pedido        to ws-data-num
                      if   not fpdv-situacao-cancelada
                      and  not fpdv-drop-ship
                      and  ws-data-num not less ws-data-corte-pedido
                           move fpdv-cd-empresa    to ws-cd-empresa-corrente
                           move fpdv-cd-filial     to ws-cd-filial-corrente
                           perform 2050-localiza-filial
                           if   ws-ind-filial > zeroes
                                add fpdv-qtdade    to ws-fil-qtde-pedida (ws-ind-filial)
                                add fpdv-qtdade-alocada
                                                   to ws-fil-qtde-alocada (ws-ind-filial)
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-apura-titulos section.
       2300.
            move low-values                        to ftcr-chave-1
            perform 9000-str-CSBHD040-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD040-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      move ftcr-data-vencimento    to ws-data-num
                      if   (ftcr-situacao-aberto or ftcr-situacao-parcial)
                      and  ws-data-num less ws-data-hoje
                           move ftcr-cd-empresa    to ws-cd-empresa-corrente
                           move ftcr-cd-filial     to ws-cd-filial-corrente
                           perform 2050-localiza-filial
                           if   ws-ind-filial > zeroes
                                compute ws-fil-vl-vencido (ws-ind-filial) =
                                        ws-fil-vl-vencido (ws-ind-filial)
                                      + ftcr-valor - ftcr-valor-pago
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Valor do estoque: saldo positivo de CSBHD022 ao custo medio
      *> vigente (CSBHD081); produto sem custo medio nao soma.
       2400-apura-estoque section.
       2400.
            move low-values                        to fsld-chave-1
            perform 9000-str-CSBHD022-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD022-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fsld-qtde-saldo > zeroes
                           move fsld-cd-empresa    to ws-cd-empresa-corrente
                           move fsld-cd-filial     to ws-cd-filial-corrente
                           perform 2050-localiza-filial
                           if   ws-ind-filial > zeroes
                                perform 2410-valoriza-saldo
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2400-exit.
            exit.
      *>=====================================================================
       2410-valoriza-saldo section.
       2410.
            move fsld-chave-1                      to fcmd-chave-1
            perform 9000-ler-CSBHD081-ran
            if   ws-operacao-ok
                 compute ws-fil-vl-estoque (ws-ind-filial) rounded =
                         ws-fil-vl-estoque (ws-ind-filial)
                       + fsld-qtde-saldo * fcmd-custo-medio
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2410-exit.
            exit.
      *>=====================================================================
       2500-apura-rmas section.
       2500.
            move low-values                        to frma-chave-1
            perform 9000-str-CSBHD046-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD046-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   frma-situacao-aberta
                           move frma-cd-empresa    to ws-cd-empresa-corrente
                           move frma-cd-filial     to ws-cd-filial-corrente
                           perform 2050-localiza-filial
                           if   ws-ind-filial > zeroes
                                add 1              to ws-fil-qtde-rma (ws-ind-filial)
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> Entrega confirmada (nao cancelada) sem comprovante em CSBHD067,
      *> qualquer que seja a idade - a tolerancia e do CSBH02059R.
       2600-apura-entregas section.
       2600.
            move low-values                        to fesd-chave-1
            perform 9000-str-CSBHD003-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fesd-entrega-confirmada
                      and  not fesd-situacao-cancelada
                           perform 2610-confere-comprovante
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2600-exit.
            exit.
      *>=====================================================================
       2610-confere-comprovante section.
       2610.
            initialize                             fpod-chave-1
            move fesd-cd-empresa                   to fpod-cd-empresa
            move fesd-cd-filial                    to fpod-cd-filial
            move fesd-cd-saida                     to fpod-cd-saida
            perform 9000-ler-CSBHD067-ran
            if   not ws-operacao-ok
                 move fesd-cd-empresa              to ws-cd-empresa-corrente
                 move fesd-cd-filial               to ws-cd-filial-corrente
                 perform 2050-localiza-filial
                 if   ws-ind-filial > zeroes
                      add 1                        to ws-fil-qtde-sem-pod (ws-ind-filial)
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2610-exit.
            exit.
      *>=====================================================================
       2700-apura-inspecao section.
       2700.
            move low-values                        to fisp-chave-1
            perform 9000-str-CSBHD058-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD058-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fisp-situacao-em-inspecao
                           move fisp-cd-empresa    to ws-cd-empresa-corrente
                           move fisp-cd-filial     to ws-cd-filial-corrente
                           perform 2050-localiza-filial
                           if   ws-ind-filial > zeroes
                                perform 2710-soma-inspecao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2700-exit.
            exit.
      *>=====================================================================
       2710-soma-inspecao section.
       2710.
            add 1                                  to ws-fil-qtde-inspecao (ws-ind-filial)
            move zeroes                            to ws-idade-dias
            if   fisp-data-entrada > zeroes
            and  fisp-data-entrada not greater ws-data-hoje
                 compute ws-idade-dias =
                         ws-hoje-inteiro
                       - function integer-of-date(fisp-data-entrada)
            end-if
            if   ws-idade-dias > ws-fil-idade-inspecao (ws-ind-filial)
                 move ws-idade-dias                to ws-fil-idade-inspecao (ws-ind-filial)
            end-if
           .
       2710-exit.
            exit.
      *>=====================================================================
      *> Um registro por filial e indicador com a data do dia; a
      *> reexecucao no mesmo dia encontra a chave e regrava.
       2800-grava-fotografia section.
       2800.
            perform varying ws-ind-filial from 1 by 1
                      until ws-ind-filial > ws-qtde-filiais
                 perform varying ws-ind-indicador from 1 by 1
                           until ws-ind-indicador > c026-qtde-indicadores
                      perform 2810-calcula-indicador
                      if   ws-grava-indicador
                           perform 2820-grava-indicador
                      end-if
                 end-perform
            end-perform

            move spaces                            to ws-ds-tracelog
            string "Fotografia de " ws-data-hoje ": " ws-qtde-filiais
                   " filiais, " ws-qtde-gravados " indicadores gravados"
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
           .
       2800-exit.
            exit.
      *>=====================================================================
       2810-calcula-indicador section.
       2810.
            move "S"                               to ws-id-grava-indicador
            move zeroes                            to ws-vl-indicador
            evaluate ws-ind-indicador
                when 1
                     move ws-fil-qtde-backorder (ws-ind-filial)
                                                   to ws-vl-indicador
                when 2
                     if   ws-fil-qtde-pedida (ws-ind-filial) > zeroes
                          compute ws-vl-indicador rounded =
                                  ws-fil-qtde-alocada (ws-ind-filial) * 100
                                / ws-fil-qtde-pedida (ws-ind-filial)
                     else
                          move spaces              to ws-id-grava-indicador
                     end-if
                when 3
                     move ws-fil-vl-vencido (ws-ind-filial)
                                                   to ws-vl-indicador
                when 4
                     move ws-fil-vl-estoque (ws-ind-filial)
                                                   to ws-vl-indicador
                when 5
                     move ws-fil-qtde-rma (ws-ind-filial)
                                                   to ws-vl-indicador
                when 6
                     move ws-fil-qtde-sem-pod (ws-ind-filial)
                                                   to ws-vl-indicador
                when 7
                     move ws-fil-qtde-inspecao (ws-ind-filial)
                                                   to ws-vl-indicador
                when 8
                     move ws-fil-idade-inspecao (ws-ind-filial)
                                                   to ws-vl-indicador
            end-evaluate
           .
       2810-exit.
            exit.
      *>=====================================================================
       2820-grava-indicador section.
       2820.
            initialize                             fkpi-indicador
            move ws-fil-cd-empresa (ws-ind-filial) to fkpi-cd-empresa
            move ws-fil-cd-filial (ws-ind-filial)  to fkpi-cd-filial
            move ws-data-hoje                      to fkpi-data
            move ws-kpi-cd-indicador (ws-ind-indicador)
                                                   to fkpi-cd-indicador
            perform 9000-ler-CSBHD131-ran
            move ws-fil-cd-empresa (ws-ind-filial) to fkpi-cd-empresa
            move ws-fil-cd-filial (ws-ind-filial)  to fkpi-cd-filial
            move ws-data-hoje                      to fkpi-data
            move ws-kpi-cd-indicador (ws-ind-indicador)
                                                   to fkpi-cd-indicador
            move ws-vl-indicador                   to fkpi-vl-indicador
            move ws-ano-inv                        to fkpi-dt-atualizacao-ano
            move ws-mes-inv                        to fkpi-dt-atualizacao-mes
            move ws-dia-inv                        to fkpi-dt-atualizacao-dia
            move ws-hora                           to fkpi-hr-atualizacao-hora
            move ws-minutos                        to fkpi-hr-atualizacao-minuto
            move ws-segundos                       to fkpi-hr-atualizacao-segundo
            move este-programa                     to fkpi-job-origem
            if   ws-operacao-ok
                 perform 9000-regravar-CSBHD131
            else
                 perform 9000-gravar-CSBHD131
            end-if
            if   ws-operacao-ok
                 add 1                             to ws-qtde-gravados
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "S"                          to ws-run-id-falha
            end-if
           .
       2820-exit.
            exit.
      *>=====================================================================
      *> Historico inteiro, da chave mais baixa a mais alta, para a
      *> ferramenta de BI carregar direto: data aaaa-mm-dd e valor com
      *> ponto decimal, sem brancos.
       2900-exporta-historico section.
       2900.
            string lnk-extractionPath delimited by space,
                   "/CSBH03089K.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
            open output arqsaidadados
            move spaces                            to csv-linha
            move "data;empresa;filial;indicador;valor"
                                                   to csv-linha
            write csv-linha

            move low-values                        to fkpi-chave-1
            perform 9000-str-CSBHD131-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD131-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      move fkpi-vl-indicador       to ws-vl-edt
                      move 1                       to ws-ind-inicio
                      inspect ws-vl-edt tallying ws-ind-inicio
                              for leading spaces
                      move spaces                  to csv-linha
                      string fkpi-data (1:4) "-" fkpi-data (5:2) "-"
                             fkpi-data (7:2) ";"
                             fkpi-cd-empresa ";" fkpi-cd-filial ";"
                             fkpi-cd-indicador delimited by space
                             ";" ws-vl-edt (ws-ind-inicio:)
                             delimited by size into csv-linha
                      write csv-linha
                      add 1                        to ws-qtde-exportados
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close arqsaidadados

            move spaces                            to ws-ds-tracelog
            string "Historico exportado: " ws-qtde-exportados " linhas"
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-gravados                  to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03089k

            if   ws-tracelog-csbh03089k
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
            if   ws-tracelog-csbh03089k
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
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL017.
       COPY CSBHL022.
       COPY CSBHL033.
       COPY CSBHL039.
       COPY CSBHL040.
       COPY CSBHL046.
       COPY CSBHL058.
       COPY CSBHL067.
       COPY CSBHL081.
       COPY CSBHL130.
       COPY CSBHL131.
