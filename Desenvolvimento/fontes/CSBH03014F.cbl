      *> anterior, como no fechamento CSBH03003F); um cliente que ja tem
      *> fatura gravada para o periodo nao e refaturado. Segue o modelo
      *> de subprograma chamavel de CSBH03002M.
      *> A condicao de pagamento da saida (a do pedido de venda, ou a
      *> padrao do cliente) separa as faturas: cada cliente/condicao
      *> tem a sua, e cada parcela da condicao (CSBHD092, desdobrada
      *> pela CSBHP014) vira um titulo a receber em CSBHD040.
      *> Com lnk-consome-credito ligado, o credito livre do cliente
      *> (adiantamentos e recebimentos nao aplicados de CSBHD094) e
      *> aplicado a cada titulo assim que ele nasce, pela CSBHP015 -
      *> a mesma aplicacao da transacao CSBH03065A - e sai no extrato.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-PRAZO-VENCIMENTO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *> Cada execucao tem controle por empresa/filial/periodo em
      *> CSBHD133 (CSBHP026), com cada fatura e titulo gravados e a
      *> ultima fatura completa: o periodo ja concluido e recusado; a
      *> execucao interrompida e retomada - os documentos da fatura que
      *> ficou pela metade sao cancelados e o cliente e refaturado, os
      *> ja faturados seguem como estao. Com lnk-estorno-execucao a
      *> execucao anterior e estornada de uma vez (faturas e titulos
      *> cancelados, com historico), desde que nenhum titulo dela tenha
      *> baixa, credito aplicado ou boleto remetido - um so que tenha
      *> trava o estorno inteiro e sai no extrato do estorno.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS012.
           COPY CSBHS013.
           COPY CSBHS029.
           COPY CSBHS030.
           COPY CSBHS036.
           COPY CSBHS040.
           COPY CSBHS072.
           COPY CSBHS091.
           COPY CSBHS092.
           COPY CSBHS094.
           COPY CSBHS095.
           COPY CSBHS056.
           COPY CSBHS096.
           COPY CSBHS130.
           COPY CSBHS133.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF012.
           COPY CSBHF013.
           COPY CSBHF029.
           COPY CSBHF030.
           COPY CSBHF036.
           COPY CSBHF040.
           COPY CSBHF072.
           COPY CSBHF091.
           COPY CSBHF092.
           COPY CSBHF094.
           COPY CSBHF095.
           COPY CSBHF056.
           COPY CSBHF096.
           COPY CSBHF130.
           COPY CSBHF133.

           fd   trace-log.
           01   log-registro.
           sd   ws-arquivo-sort.
           01   srt-movimento.
                03 srt-cd-cliente                  pic 9(09).
                03 srt-cd-condicao                 pic 9(03).
                03 srt-tipo                        pic x(01).
                   88 srt-tipo-embarque                       value "E".
                   88 srt-tipo-devolucao                      value "D".
       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03014F".
      *> Prazo padrao de cobranca: o titulo a receber vence este numero
      *> de dias corridos depois da emissao da fatura (cliente sem
      *> condicao de pagamento).
       78  c-prazo-vencimento-dias                           value 28.

       01  ws-campos-trabalho.
           03 ws-periodo-chave                     pic 9(06) value zeroes.
           03 ws-data-chave-atual                  pic 9(06) value zeroes.
           03 ws-cd-cliente-corrente               pic 9(09) value zeroes.
           03 ws-cd-condicao-corrente              pic 9(03) value zeroes.
           03 ws-cd-cliente-condicao               pic 9(09) value zeroes.
           03 ws-cd-condicao-cliente               pic 9(03) value zeroes.
              *>Condicao padrao do ultimo cliente lido em 2160.
           03 ws-proxima-fatura                    pic 9(09) value zeroes.
           03 ws-qtde-embarques                    pic 9(05) value zeroes.
           03 ws-total-embarques                   pic s9(11)v99 value zeroes.
           03 ws-total-liquido                     pic s9(11)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-qtde-faturas-geradas              pic 9(05) value zeroes.
           03 ws-total-credito-aplicado            pic s9(11)v99 value zeroes.
           03 ws-id-fim-ajuste                     pic x(01) value spaces.
              88 ws-fim-ajuste                               value "S" "s".
           03 ws-id-boletos-abertos                pic x(01) value spaces.
              88 ws-boletos-abertos                          value "S" "s".
           03 ws-id-documento-cancelado            pic x(01) value spaces.
              88 ws-documento-cancelado                      value "S" "s".
           03 ws-chave-fatura-emitida              pic x(15) value spaces.
           03 ws-qtde-nao-estornaveis              pic 9(07) value zeroes.
           03 ws-qtde-faturas-estornadas           pic 9(05) value zeroes.
           03 ws-qtde-titulos-estornados           pic 9(07) value zeroes.

      *>=====================================================================
       COPY CSBHW0015.
      *>=====================================================================
       COPY CSBHW0016.
      *>=====================================================================
       COPY CSBHW0017.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-prazo-vencimento-dias              pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0027.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros

            move zeroes                            to lnk-fat-qtde-faturas
            move spaces                            to lnk-fat-id-ok
                 end-if
            end-if
            compute ws-periodo-chave = ws-periodo-ano * 100 + ws-periodo-mes
            compute ws-cex-periodo = ws-periodo-chave * 100

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
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

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD072
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD092
            perform 9000-controle-abertura
            if   lnk-consome-credito
                 perform 9000-abrir-io-CSBHD030
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD091
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD094
                 perform 9000-controle-abertura
                 perform 9000-abrir-i-CSBHD095
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD096
                 perform 9000-controle-abertura
            end-if

            if   processamento-sem-erro
                 perform 9870-abre-controle-execucao
                 if   ws-cex-mensagem not equal spaces
                      move ws-cex-mensagem         to ws-ds-tracelog
                      perform 9000-tracelog
                 end-if
                 evaluate true
                     when ws-cex-em-execucao
                          if   ws-cex-retomada
                               perform 2950-cancela-pendentes
                          end-if
                          perform 2050-proxima-numeracao
                          sort ws-arquivo-sort
                               ascending key srt-cd-cliente srt-cd-condicao
                                             srt-tipo srt-cd-documento
                               input procedure  2100-gera-movimentos
                               output procedure 2200-gera-faturas
                          perform 9877-conclui-execucao
                          move ws-qtde-faturas-geradas to lnk-fat-qtde-faturas
                          move "S"                 to lnk-fat-id-ok
                     when ws-cex-estorno
                          perform 2900-estorna-execucao
                     when ws-cex-nada-a-estornar
                          move "S"                 to lnk-fat-id-ok
                     when other
                          move "N"                 to lnk-fat-id-ok
                          move ws-cex-mensagem     to lnk-fat-id-erro
                 end-evaluate
                 close CSBHD003
                 close CSBHD012
                 close CSBHD013
                 close CSBHD029
                 close CSBHD040
                 close CSBHD072
                 close CSBHD092
                 if   lnk-consome-credito
                      close CSBHD030
                      close CSBHD091
                      close CSBHD094
                      close CSBHD095
                      close CSBHD096
                 end-if
            else
                 move "N"                          to lnk-fat-id-ok
                 move whs-mensagem                 to lnk-fat-id-erro
                      and  fesd-cd-cliente not equal zeroes
                           initialize               srt-movimento
                           move fesd-cd-cliente     to srt-cd-cliente
                           perform 2160-resolve-condicao
                           move "E"                 to srt-tipo
                           move fesd-cd-saida       to srt-cd-documento
                           move fesd-total          to srt-valor

            initialize                             srt-movimento
            move fesd-cd-cliente                   to srt-cd-cliente
            perform 2160-resolve-condicao
            move "D"                               to srt-tipo
            move fddvl-cd-devolucao                to srt-cd-documento
            move fddvl-valor                       to srt-valor
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Condicao de pagamento do movimento: a carimbada na saida pelo
      *> pedido de venda ou, sem ela, a padrao do cliente. A devolucao
      *> segue a condicao da saida que ela referencia, para abater na
      *> mesma fatura. O cliente e relido so quando muda.
       2160-resolve-condicao section.
       2160.
            if   fesd-cd-condicao-pagamento not equal zeroes
                 move fesd-cd-condicao-pagamento   to srt-cd-condicao
                 exit section
            end-if
            if   fesd-cd-cliente not equal ws-cd-cliente-condicao
                 move fesd-cd-cliente              to ws-cd-cliente-condicao
                 move zeroes                       to ws-cd-condicao-cliente
                 initialize                        fdcli-chave-1
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      move fdcli-cd-condicao-pagamento
                                                   to ws-cd-condicao-cliente
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
            move ws-cd-condicao-cliente            to srt-cd-condicao
           .
       2160-exit.
            exit.
      *>=====================================================================
       2200-gera-faturas section.
       2200.
            string "Extrato de faturamento - periodo " ws-periodo-ano
                   "/" ws-periodo-mes delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
                 if   ws-primeiro-grupo
                      perform 2230-abre-cliente
                 else
                      if   srt-cd-cliente  not = ws-cd-cliente-corrente
                      or   srt-cd-condicao not = ws-cd-condicao-corrente
                           perform 2240-fecha-cliente
                           perform 2230-abre-cliente
                      end-if
            string "Faturas geradas : " ws-qtde-faturas-geradas
                                                     delimited by size into rel-linha
            write rel-linha
            if   lnk-consome-credito
                 move ws-total-credito-aplicado    to ws-valor-edt
                 move spaces                       to rel-linha
                 string "Credito aplicado: " ws-valor-edt
                                                     delimited by size into rel-linha
                 write rel-linha
            end-if
            close relatorio
           .
       2200-exit.
       2230-abre-cliente section.
       2230.
            move srt-cd-cliente                    to ws-cd-cliente-corrente
            move srt-cd-condicao                   to ws-cd-condicao-corrente
            move zeroes                            to ws-qtde-embarques
            move zeroes                            to ws-total-embarques
            move zeroes                            to ws-total-devolucoes
                                                     into rel-linha
            end-if
            write rel-linha
            if   ws-cd-condicao-corrente not equal zeroes
                 move spaces                       to rel-linha
                 string "  condicao de pagamento " ws-cd-condicao-corrente
                        delimited by size into rel-linha
                 write rel-linha
            end-if
            if   ws-cliente-ja-faturado
                 move spaces                       to rel-linha
                 string "  (fatura do periodo ja emitida - extrato "
       2230-exit.
            exit.
      *>=====================================================================
      *> A fatura existente do cliente/periodo/condicao e localizada
      *> pela chave alternada de cliente; a cancelada pelo estorno nao
      *> conta.
       2260-verifica-fatura-existente section.
       2260.
            initialize                             fftr-fatura
                    and  fftr-cd-filial  equal lnk-cd-filial
                    and  fftr-periodo-ano equal ws-periodo-ano
                    and  fftr-periodo-mes equal ws-periodo-mes
                    and  fftr-cd-condicao-pagamento equal ws-cd-condicao-corrente
                    and  not fftr-situacao-cancelada
                         move "S"                  to ws-id-cliente-ja-faturado
                    else
                         perform 9000-ler-CSBHD029-next
            move ws-ano-inv                        to fftr-data-emissao-ano
            move ws-mes-inv                        to fftr-data-emissao-mes
            move ws-dia-inv                        to fftr-data-emissao-dia
            move ws-cd-condicao-corrente           to fftr-cd-condicao-pagamento
            move ws-ano-inv                        to fftr-dt-atualizacao-ano
            move ws-mes-inv                        to fftr-dt-atualizacao-mes
            move ws-dia-inv                        to fftr-dt-atualizacao-dia
            move este-programa                     to fftr-job-origem
            perform 9000-gravar-CSBHD029
            if   ws-operacao-ok
                 move "CSBHD029"                   to ws-cex-arquivo
                 move fftr-chave-1                 to ws-cex-chave-documento
                                                      ws-chave-fatura-emitida
                 perform 9872-registra-documento
                 add 1                             to ws-qtde-faturas-geradas
                 move spaces                       to rel-linha
                 string "  fatura emitida: " ws-proxima-fatura
                        delimited by size into rel-linha
                 write rel-linha
                 perform 2245-gera-titulo-receber
      *> Fatura completa (titulos e credito): a retomada segue daqui.
                 move ws-chave-fatura-emitida      to ws-cex-ultimo-documento
                 perform 9874-confirma-documento
                 add 1                             to ws-proxima-fatura
            else
                 move whs-mensagem                 to ws-ds-tracelog
       2240-exit.
            exit.
      *>=====================================================================
      *> Titulos a receber da fatura recem emitida: mesmo numero da
      *> fatura, um por parcela da condicao de pagamento, com o
      *> vencimento e o valor da parcela sobre o liquido (sem condicao,
      *> parcela unica na data de emissao mais o prazo padrao). Antes
      *> destes titulos a fatura era emitida e nada mais acontecia com
      *> ela - o acompanhamento do pagamento vivia no papel.
       2245-gera-titulo-receber section.
       2245.
            move ws-cd-condicao-corrente           to ws-prc-cd-condicao
            move ws-data-inv                       to ws-prc-data-base
            move ws-total-liquido                  to ws-prc-valor-total
            move ws-prazo-vencimento-dias           to ws-prc-prazo-padrao
            perform 9490-calcula-parcelas

            perform varying ws-prc-idx from 1 by 1
                    until ws-prc-idx > ws-prc-qtde-parcelas
                 initialize                        ftcr-titulo-receber
                 move lnk-cd-empresa               to ftcr-cd-empresa
                 move lnk-cd-filial                to ftcr-cd-filial
                 move ws-proxima-fatura            to ftcr-cd-titulo
                 move ws-prc-idx                   to ftcr-parcela
                 move ws-prc-qtde-parcelas         to ftcr-qtde-parcelas
                 move ws-cd-cliente-corrente       to ftcr-cd-cliente
                 move ws-proxima-fatura            to ftcr-cd-fatura
                 move ws-ano-inv                   to ftcr-data-emissao-ano
                 move ws-mes-inv                   to ftcr-data-emissao-mes
                 move ws-dia-inv                   to ftcr-data-emissao-dia
                 move ws-prc-data-vencimento (ws-prc-idx)
                                                   to ftcr-data-vencimento
                 move ws-prc-valor (ws-prc-idx)    to ftcr-valor
                 move zeroes                       to ftcr-valor-pago
                 move "A"                          to ftcr-situacao
                 move zeroes                       to ftcr-data-pagamento
                 move ws-ano-inv                   to ftcr-dt-atualizacao-ano
                 move ws-mes-inv                   to ftcr-dt-atualizacao-mes
                 move ws-dia-inv                   to ftcr-dt-atualizacao-dia
                 move ws-hora                      to ftcr-hr-atualizacao-hora
                 move ws-minutos                   to ftcr-hr-atualizacao-minuto
                 move ws-segundos                  to ftcr-hr-atualizacao-segundo
                 move este-programa                to ftcr-job-origem
                 perform 9000-gravar-CSBHD040
                 if   not ws-operacao-ok
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                 else
                      move "CSBHD040"              to ws-cex-arquivo
                      move ftcr-chave-1            to ws-cex-chave-documento
                      perform 9872-registra-documento
                      move ws-prc-valor (ws-prc-idx) to ws-valor-edt
                      move spaces                  to rel-linha
                      string "  parcela " ws-prc-idx "/" ws-prc-qtde-parcelas
                             " vencimento " ws-prc-data-vencimento (ws-prc-idx)
                             "  " ws-valor-edt
                             delimited by size into rel-linha
                      write rel-linha
                      if   lnk-consome-credito
                           perform 2247-consome-credito
                      end-if
                 end-if
            end-perform
           .
       2245-exit.
            exit.
      *>=====================================================================
      *> Credito livre do cliente contra o titulo recem gravado (ainda
      *> no buffer): todos os creditos em aberto, do mais antigo, ate o
      *> valor da parcela.
       2247-consome-credito section.
       2247.
            move zeroes                            to ws-apc-sequencia
                                                      ws-apc-valor-maximo
            perform 9496-aplica-credito-titulo
            if   ws-apc-id-erro not equal spaces
                 move ws-apc-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            if   ws-apc-valor-aplicado > zeroes
                 add ws-apc-valor-aplicado         to ws-total-credito-aplicado
                 move ws-apc-valor-aplicado        to ws-valor-edt
                 move spaces                       to rel-linha
                 string "    credito do cliente aplicado  " ws-valor-edt
                        delimited by size into rel-linha
                 write rel-linha
            end-if
           .
       2247-exit.
            exit.
      *>=====================================================================
      *> Estorno da ultima execucao do periodo (lnk-estorno-execucao):
      *> primeiro confere se todos os documentos dela ainda podem ser
      *> cancelados e so entao cancela faturas e titulos de uma vez;
      *> o extrato do estorno lista o que foi cancelado ou o que travou.
       2900-estorna-execucao section.
       2900.
            open output relatorio
            move spaces                            to rel-linha
            string "Estorno do faturamento - periodo " ws-periodo-ano
                   "/" ws-periodo-mes delimited by size into rel-linha
            write rel-linha
            move ws-cex-mensagem                   to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha

            move zeroes                            to ws-cex-sequencia
            perform 2910-confere-documentos
            if   ws-qtde-nao-estornaveis equal zeroes
                 move zeroes                       to ws-cex-sequencia
                 perform 2920-cancela-documentos
                 perform 9877-conclui-execucao
                 move "S"                          to lnk-fat-id-ok
            else
                 perform 9881-encerra-controle
                 move "N"                          to lnk-fat-id-ok
                 string "Erro - estorno recusado: " ws-qtde-nao-estornaveis
                        " titulos com baixa ou boleto remetido"
                        delimited by size into lnk-fat-id-erro
                 move lnk-fat-id-erro              to ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Faturas estornadas       : " ws-qtde-faturas-estornadas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos estornados       : " ws-qtde-titulos-estornados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos que travam       : " ws-qtde-nao-estornaveis
                                                     delimited by size into rel-linha
            write rel-linha
            close relatorio
           .
       2900-exit.
            exit.
      *>=====================================================================
      *> Confere os documentos da execucao posteriores a
      *> ws-cex-sequencia: titulo com baixa, credito aplicado ou boleto
      *> nao cancelado conta em ws-qtde-nao-estornaveis. CSBHD056 so
      *> existe depois da primeira remessa.
       2910-confere-documentos section.
       2910.
            move zeroes                            to ws-qtde-nao-estornaveis
            move spaces                            to ws-id-boletos-abertos
            perform 9000-abrir-i-CSBHD056
            if   ws-operacao-ok
                 move "S"                          to ws-id-boletos-abertos
            else
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 if   ws-cex-arquivo equal "CSBHD040"
                      perform 2915-confere-titulo
                 end-if
                 perform 9879-proximo-documento
            end-perform

            if   ws-boletos-abertos
                 close CSBHD056
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2910-exit.
            exit.
      *>=====================================================================
       2915-confere-titulo section.
       2915.
            move ws-cex-chave-documento            to ftcr-chave-1
            perform 9000-ler-CSBHD040-ran
            if   not ws-operacao-ok
            or   ftcr-situacao-cancelado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            if   not ftcr-situacao-aberto
            or   ftcr-valor-pago not equal zeroes
                 add 1                             to ws-qtde-nao-estornaveis
                 string "Erro - titulo " ftcr-cd-titulo "/" ftcr-parcela
                        " com baixa (situacao " ftcr-situacao
                        ") - estorno nao permitido" delimited by size
                                                   into ws-ds-tracelog
                 perform 2990-lista-estorno
                 exit section
            end-if

            if   ws-boletos-abertos
                 initialize                        fbol-chave-1
                 move ftcr-cd-empresa              to fbol-cd-empresa
                 move ftcr-cd-filial               to fbol-cd-filial
                 move ftcr-cd-fatura               to fbol-cd-fatura
                 move ftcr-parcela                 to fbol-parcela
                 perform 9000-ler-CSBHD056-ran
                 if   ws-operacao-ok
                 and  not fbol-situacao-cancelado
                      add 1                        to ws-qtde-nao-estornaveis
                      string "Erro - titulo " ftcr-cd-titulo "/" ftcr-parcela
                             " com boleto " fbol-nosso-numero
                             " - estornar antes a remessa CSBH03035R"
                             delimited by size into ws-ds-tracelog
                      perform 2990-lista-estorno
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2915-exit.
            exit.
      *>=====================================================================
      *> Cancela os documentos da execucao posteriores a
      *> ws-cex-sequencia e marca cada um no controle.
       2920-cancela-documentos section.
       2920.
            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 move spaces                       to ws-id-documento-cancelado
                 evaluate ws-cex-arquivo
                     when "CSBHD029"
                          perform 2925-cancela-fatura
                     when "CSBHD040"
                          perform 2926-cancela-titulo
                 end-evaluate
                 if   ws-documento-cancelado
                      perform 9880-marca-documento-estornado
                 end-if
                 perform 9879-proximo-documento
            end-perform
           .
       2920-exit.
            exit.
      *>=====================================================================
       2925-cancela-fatura section.
       2925.
            move ws-cex-chave-documento            to fftr-chave-1
            perform 9000-ler-CSBHD029-ran
            if   not ws-operacao-ok
            or   fftr-situacao-cancelada
                 move "S"                          to ws-id-documento-cancelado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move fftr-fatura                       to ws-hst-imagem-anterior
            move "C"                               to fftr-situacao
            accept ws-horas                        from time
            move ws-ano-inv                        to fftr-dt-atualizacao-ano
            move ws-mes-inv                        to fftr-dt-atualizacao-mes
            move ws-dia-inv                        to fftr-dt-atualizacao-dia
            move ws-hora                           to fftr-hr-atualizacao-hora
            move ws-minutos                        to fftr-hr-atualizacao-minuto
            move ws-segundos                       to fftr-hr-atualizacao-segundo
            move este-programa                     to fftr-job-origem
            perform 9000-regravar-CSBHD029
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "CSBHF029"                        to ws-hst-tabela
            move fftr-chave-1                      to ws-hst-chave
            move "R"                               to ws-hst-operacao
            move fftr-fatura                       to ws-hst-imagem-atual
            perform 9800-grava-historico
            move "S"                               to ws-id-documento-cancelado
            add 1                                  to ws-qtde-faturas-estornadas
            move fftr-total-liquido                to ws-valor-edt
            string "Fatura " fftr-cd-fatura " cliente " fftr-cd-cliente
                   " cancelada  " ws-valor-edt delimited by size
                                                   into ws-ds-tracelog
            perform 2990-lista-estorno
           .
       2925-exit.
            exit.
      *>=====================================================================
       2926-cancela-titulo section.
       2926.
            move ws-cex-chave-documento            to ftcr-chave-1
            perform 9000-ler-CSBHD040-ran
            if   not ws-operacao-ok
            or   ftcr-situacao-cancelado
                 move "S"                          to ws-id-documento-cancelado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move ftcr-titulo-receber               to ws-hst-imagem-anterior
            move "C"                               to ftcr-situacao
            accept ws-horas                        from time
            move ws-ano-inv                        to ftcr-dt-atualizacao-ano
            move ws-mes-inv                        to ftcr-dt-atualizacao-mes
            move ws-dia-inv                        to ftcr-dt-atualizacao-dia
            move ws-minutos                        to ftcr-hr-atualizacao-minuto
            move ws-segundos                       to ftcr-hr-atualizacao-segundo
            move este-programa                     to ftcr-job-origem
            perform 9000-regravar-CSBHD040
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "CSBHF040"                        to ws-hst-tabela
            move ftcr-chave-1                      to ws-hst-chave
            move "R"                               to ws-hst-operacao
            move ftcr-titulo-receber               to ws-hst-imagem-atual
            perform 9800-grava-historico
            move "S"                               to ws-id-documento-cancelado
            add 1                                  to ws-qtde-titulos-estornados
            move ftcr-valor                        to ws-valor-edt
            string "  titulo " ftcr-cd-titulo "/" ftcr-parcela
                   " cancelado  " ws-valor-edt delimited by size
                                                   into ws-ds-tracelog
            perform 2990-lista-estorno
           .
       2926-exit.
            exit.
      *>=====================================================================
      *> Retomada: a fatura que ficou pela metade (documentos depois do
      *> ultimo confirmado) e cancelada para o cliente ser refaturado.
      *> Se algum titulo dela ja tiver baixa, fica como esta e vai
      *> para o tracelog - o acerto e manual.
       2950-cancela-pendentes section.
       2950.
            if   ws-cex-qtde-documentos not > ws-cex-sequencia-confirmada
                 exit section
            end-if
            move ws-cex-sequencia-confirmada       to ws-cex-sequencia
            perform 2910-confere-documentos
            if   ws-qtde-nao-estornaveis equal zeroes
                 move ws-cex-sequencia-confirmada  to ws-cex-sequencia
                 perform 2920-cancela-documentos
            else
                 string "Erro - fatura interrompida apos "
                        ws-cex-ultimo-documento
                        " tem titulo com baixa: conferir manualmente"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2950-exit.
            exit.
      *>=====================================================================
      *> Linha do estorno: vai para o tracelog e, no estorno pedido,
      *> tambem para o extrato.
       2990-lista-estorno section.
       2990.
            if   ws-cex-estorno
                 move ws-ds-tracelog               to rel-linha
                 write rel-linha
            end-if
            perform 9000-tracelog
           .
       2990-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP005.
       COPY CSBHP026.
      *>=====================================================================
      *> Parcelas da condicao de pagamento
       COPY CSBHP014.
      *>=====================================================================
      *> Aplicacao de credito de cliente
       COPY CSBHP015.
       COPY CSBHP016.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL012.
       COPY CSBHL013.
       COPY CSBHL029.
       COPY CSBHL030.
       COPY CSBHL036.
       COPY CSBHL040.
       COPY CSBHL072.
       COPY CSBHL091.
       COPY CSBHL092.
       COPY CSBHL094.
       COPY CSBHL095.
       COPY CSBHL056.
       COPY CSBHL096.
       COPY CSBHL130.
       COPY CSBHL133.
