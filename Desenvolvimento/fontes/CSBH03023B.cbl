      *> e a diferenca continua devida ao cliente - e um parcial
      *> deliberado, visivel no relatorio de pedidos em aberto
      *> (CSBH02043R), nao um backorder silencioso em CSBHD017.
      *> Cada linha leva o custo medio vigente (CSBHD081), mantido pela
      *> 9420-atualiza-custo-medio junto com o saldo.
      *> A condicao de pagamento negociada no pedido (fpdv-cd-condicao-
      *> pagamento) vai para a Saida, onde o faturamento a encontra.
      *> Linha drop-ship (fpdv-drop-ship) nao reserva saldo: vira uma
      *> linha de pedido de compra (CSBHD019, proximo pedido livre da
      *> filial, como a premiacao de cotacao do CSBH03032A) ao
      *> fornecedor da linha, com valor estimado pelo custo medio, e a
      *> linha de venda fica em "F" ate a confirmacao do fornecedor
      *> (CSBH03068D).
      *> A linha alocada alem do estoque proprio consome o consignado
      *> de fornecedor (CSBHD099/CSBHD100, 9480 de CSBHP017).
      *> Saldo que a alocacao zera (ou linha que encontra o saldo ja
      *> zerado) abre o evento de ruptura do produto/filial (CSBHD117,
      *> 9650 de CSBHP021). Com lnk-id-corta-pedido = "S" a diferenca
      *> que nao coube no saldo e cortada da linha (quantidade e valor
      *> reduzidos ao alocado; linha sem nada alocado fica "C") e vira
      *> venda perdida (CSBHD118, 9660 de CSBHP022) valorada pela lista
      *> de preco - a demanda deixa de sumir no corte.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS011.
           COPY CSBHS022.
           COPY CSBHS033.
           COPY CSBHS039.
           COPY CSBHS070.
           COPY CSBHS081.
           COPY CSBHS030.
           COPY CSBHS069.
           COPY CSBHS019.
           COPY CSBHS099.
           COPY CSBHS100.
           COPY CSBHS117.
           COPY CSBHS118.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF011.
           COPY CSBHF022.
           COPY CSBHF033.
           COPY CSBHF039.
           COPY CSBHF070.
           COPY CSBHF081.
           COPY CSBHF030.
           COPY CSBHF069.
           COPY CSBHF019.
           COPY CSBHF099.
           COPY CSBHF100.
           COPY CSBHF117.
           COPY CSBHF118.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-linhas-parciais              pic 9(05) value zeroes.
           03 ws-qtde-linhas-sem-saldo             pic 9(05) value zeroes.
           03 ws-qtde-saidas-geradas               pic 9(05) value zeroes.
           03 ws-qtde-linhas-drop-ship             pic 9(05) value zeroes.
           03 ws-proximo-pedido-compra             pic 9(09) value zeroes.
           03 ws-qtdade-cortada                    pic 9(09) value zeroes.
           03 ws-valor-unitario-corte              pic s9(09)v99 value zeroes.
           03 ws-qtde-linhas-cortadas              pic 9(05) value zeroes.
           03 ws-valor-total-perdido               pic s9(11)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0009.
      *>=====================================================================
       COPY CSBHW0018.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD070
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD030
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD099
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD100
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD011
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if
            perform 9000-abrir-io-CSBHD118
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 perform 2100-aloca-pedidos
            close CSBHD003
            close CSBHD004
            close CSBHD022
            close CSBHD081
            close CSBHD039
            close CSBHD070
            close CSBHD030
            close CSBHD019
            close CSBHD099
            close CSBHD100
            close CSBHD011
            close CSBHD117
            close CSBHD118

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
                 end-if
                 if   (fpdv-situacao-aberta or fpdv-situacao-parcial)
                 and  fpdv-qtdade > fpdv-qtdade-alocada
                      if   fpdv-drop-ship
                           perform 2400-gera-pedido-drop-ship
                      else
                           perform 2220-aloca-linha
                      end-if
                 end-if
                 perform 2110-proximo-pedido
            end-perform
       2220.
            compute ws-qtdade-restante =
                    fpdv-qtdade - fpdv-qtdade-alocada
            move zeroes                            to ws-qtdade-cortada
            perform 2230-calcula-saldo-disponivel
            if   ws-saldo-disponivel not greater zero
                 add 1                              to ws-qtde-linhas-sem-saldo
                        " " zeroes "  SEM SALDO"
                        delimited by size into rel-linha
                 write rel-linha
                 move fpdv-cd-empresa              to ws-rpt-cd-empresa
                 move fpdv-cd-filial               to ws-rpt-cd-filial
                 move fpdv-cd-produto              to ws-rpt-cd-produto
                 move ws-saldo-disponivel          to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 if   lnk-corta-pedido
                      perform 2270-corta-linha
                      perform 2280-regrava-linha
                 end-if
                 exit section
            end-if

            else
                 move "P"                          to fpdv-situacao
                 add 1                             to ws-qtde-linhas-parciais
                 if   lnk-corta-pedido
                      perform 2270-corta-linha
                 end-if
            end-if
            move ws-ano-inv                        to fpdv-dt-atualizacao-ano
            move ws-mes-inv                        to fpdv-dt-atualizacao-mes

            add ws-valor-alocado                   to ws-total-saida
            move spaces                            to rel-linha
            evaluate true
                when ws-qtdade-cortada > zero
                     string fpdv-cd-pedido " " fpdv-cd-produto " "
                            fpdv-cd-cliente " " fpdv-qtdade
                            " " ws-qtdade-alocar "  CORTADA " ws-qtdade-cortada
                            delimited by size into rel-linha
                when fpdv-situacao-atendida
                     string fpdv-cd-pedido " " fpdv-cd-produto " "
                            fpdv-cd-cliente " " fpdv-qtdade
                            " " ws-qtdade-alocar "  ATENDIDA"
                            delimited by size into rel-linha
                when other
                     string fpdv-cd-pedido " " fpdv-cd-produto " "
                            fpdv-cd-cliente " " fpdv-qtdade
                            " " ws-qtdade-alocar "  PARCIAL"
                            delimited by size into rel-linha
            end-evaluate
            write rel-linha
           .
       2220-exit.
            move zeroes                            to fesd-total
            move zeroes                            to fesd-frete
            move zeroes                            to fesd-imposto
            move fpdv-cd-condicao-pagamento        to fesd-cd-condicao-pagamento
            perform 9000-gravar-CSBHD003
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
            move spaces                            to feisd-lote
            move ws-qtdade-alocar                  to feisd-qtdade
            move ws-valor-alocado                  to feisd-valor
            move ws-cd-empresa-corrente            to ws-sld-cd-empresa
            move ws-cd-filial-corrente             to ws-sld-cd-filial
            move fpdv-cd-produto                   to ws-sld-cd-produto
            perform 9425-consulta-custo-medio
            move ws-cmd-custo-unitario             to feisd-custo-medio
            perform 9000-gravar-CSBHD004
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 compute ws-sld-delta = 0 - ws-qtdade-alocar
                 move este-programa                to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 move ws-cd-empresa-corrente       to ws-rpt-cd-empresa
                 move ws-cd-filial-corrente        to ws-rpt-cd-filial
                 move fpdv-cd-produto              to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9470-jornal-saldo
                 perform 9420-atualiza-custo-medio
                 move ws-cd-empresa-corrente       to ws-csf-cd-empresa
                 move ws-cd-filial-corrente        to ws-csf-cd-filial
                 move fpdv-cd-produto              to ws-csf-cd-produto
                 move feisd-saida                  to ws-csf-saida
                 move feisd-sequencia              to ws-csf-sequencia
                 move ws-data-inv                  to ws-csf-data
                 move este-programa                to ws-csf-job-origem
                 perform 9480-consome-consignacao-fornecedor
                 perform 2260-acumula-demanda
                 move "00"                         to ws-resultado-acesso
            end-if
       2260-exit.
            exit.
      *>=====================================================================
      *> Corte da linha (lnk-id-corta-pedido): o que nao coube no saldo
      *> sai da linha de pedido e vira venda perdida pelo preco de
      *> lista. A linha fica com a quantidade e o valor do que foi
      *> alocado - atendida se algo foi alocado, cancelada se nada.
       2270-corta-linha section.
       2270.
            compute ws-qtdade-cortada =
                    fpdv-qtdade - fpdv-qtdade-alocada
            if   ws-qtdade-cortada equal zeroes
                 exit section
            end-if
            if   fpdv-qtdade > zero
                 compute ws-valor-unitario-corte rounded =
                         fpdv-valor / fpdv-qtdade
            else
                 move zeroes                       to ws-valor-unitario-corte
            end-if

            move fpdv-cd-empresa                   to ws-rpt-cd-empresa
            move fpdv-cd-filial                    to ws-rpt-cd-filial
            move fpdv-cd-produto                   to ws-rpt-cd-produto
            move fpdv-cd-cliente                   to ws-rpt-cd-cliente
            move zeroes                            to ws-rpt-cd-vendedor
            move "V"                               to ws-rpt-origem
            move fpdv-cd-pedido                    to ws-rpt-cd-documento
            move fpdv-sequencia                    to ws-rpt-sequencia
            move ws-qtdade-cortada                 to ws-rpt-qtdade-perdida
            move ws-valor-unitario-corte           to ws-rpt-valor-unitario
            move zeroes                            to ws-rpt-cd-motivo
            move lnk-cd-operador                   to ws-rpt-cd-operador
            move este-programa                     to ws-rpt-job-origem
            perform 9660-registra-venda-perdida
            add ws-rpt-valor-perdido               to ws-valor-total-perdido
            add 1                                  to ws-qtde-linhas-cortadas

            move fpdv-qtdade-alocada               to fpdv-qtdade
            compute fpdv-valor rounded =
                    ws-valor-unitario-corte * fpdv-qtdade-alocada
            if   fpdv-qtdade-alocada equal zeroes
                 move "C"                          to fpdv-situacao
            else
                 move "T"                          to fpdv-situacao
            end-if
           .
       2270-exit.
            exit.
      *>=====================================================================
      *> Linha sem saldo nenhum cortada inteira: regrava a linha
      *> cancelada (a linha alocada e regravada pela propria 2220).
       2280-regrava-linha section.
       2280.
            if   ws-qtdade-cortada equal zeroes
                 exit section
            end-if
            move ws-ano-inv                        to fpdv-dt-atualizacao-ano
            move ws-mes-inv                        to fpdv-dt-atualizacao-mes
            move ws-dia-inv                        to fpdv-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fpdv-hr-atualizacao-hora
            move ws-minutos                        to fpdv-hr-atualizacao-minuto
            move ws-segundos                       to fpdv-hr-atualizacao-segundo
            move este-programa                     to fpdv-job-origem
            perform 9000-regravar-CSBHD039
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            move spaces                            to rel-linha
            string fpdv-cd-pedido " " fpdv-cd-produto " "
                   fpdv-cd-cliente " " ws-qtdade-cortada
                   " " zeroes "  CANCELADA POR FALTA"
                   delimited by size into rel-linha
            write rel-linha
           .
       2280-exit.
            exit.
      *>=====================================================================
      *> Fecha a Saida do pedido que terminou: regrava o cabecalho com o
      *> total das linhas alocadas. A leitura por chave aqui nao disturba
      *> a varredura de CSBHD039 (arquivos distintos).
            string "Saidas geradas               : " ws-qtde-saidas-geradas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas drop-ship ao fornecedor: " ws-qtde-linhas-drop-ship
                                                     delimited by size into rel-linha
            write rel-linha
            if   lnk-corta-pedido
                 move spaces                       to rel-linha
                 string "Linhas cortadas por falta    : " ws-qtde-linhas-cortadas
                                                     delimited by size into rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 string "Venda perdida a preco lista  : " ws-valor-total-perdido
                                                     delimited by size into rel-linha
                 write rel-linha
            end-if
           .
       2290-exit.
            exit.
      *>=====================================================================
      *> Linha drop-ship: o fornecedor entrega direto ao cliente, entao
      *> nada sai do saldo - a linha vira pedido de compra (CSBHD019)
      *> ligado a linha de venda, numerado com o proximo pedido livre
      *> da filial (mesma mecanica de 2200-gera-pedido-compra do
      *> CSBH03032A). O valor e uma estimativa pelo custo medio; o
      *> valor real chega com a nota do fornecedor na confirmacao.
       2400-gera-pedido-drop-ship section.
       2400.
            compute ws-qtdade-restante =
                    fpdv-qtdade - fpdv-qtdade-alocada

            move 1                                 to ws-proximo-pedido-compra
            initialize                             fpdc-chave-1
            move fpdv-cd-empresa                   to fpdc-cd-empresa
            move fpdv-cd-filial                    to fpdc-cd-filial
            move 999999999                         to fpdc-cd-pedido
            move 999999999                         to fpdc-sequencia
            perform 9000-str-CSBHD019-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD019-pre
                 if   ws-operacao-ok
                 and  fpdc-cd-empresa equal fpdv-cd-empresa
                 and  fpdc-cd-filial  equal fpdv-cd-filial
                      compute ws-proximo-pedido-compra = fpdc-cd-pedido + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            move fpdv-cd-empresa                   to ws-sld-cd-empresa
            move fpdv-cd-filial                    to ws-sld-cd-filial
            move fpdv-cd-produto                   to ws-sld-cd-produto
            perform 9425-consulta-custo-medio

            accept ws-horas                        from time
            initialize                             fpdc-pedido-compra
            move fpdv-cd-empresa                   to fpdc-cd-empresa
            move fpdv-cd-filial                    to fpdc-cd-filial
            move ws-proximo-pedido-compra          to fpdc-cd-pedido
            move 1                                 to fpdc-sequencia
            move fpdv-cd-produto                   to fpdc-cd-produto
            move fpdv-cd-fornecedor-drop-ship      to fpdc-cd-fornecedor
            move ws-ano-inv                        to fpdc-data-pedido-ano
            move ws-mes-inv                        to fpdc-data-pedido-mes
            move ws-dia-inv                        to fpdc-data-pedido-dia
            move fpdv-data-desejada                to fpdc-data-prevista
            move ws-qtdade-restante                to fpdc-qtdade
            compute fpdc-valor rounded =
                    ws-cmd-custo-unitario * ws-qtdade-restante
            move "A"                               to fpdc-situacao
            move "S"                               to fpdc-id-drop-ship
            move fpdv-cd-pedido                    to fpdc-cd-pedido-venda
            move fpdv-sequencia                    to fpdc-seq-pedido-venda
            move fpdv-cd-cliente                   to fpdc-cd-cliente-entrega
            move ws-ano-inv                        to fpdc-dt-atualizacao-ano
            move ws-mes-inv                        to fpdc-dt-atualizacao-mes
            move ws-dia-inv                        to fpdc-dt-atualizacao-dia
            move ws-hora                           to fpdc-hr-atualizacao-hora
            move ws-minutos                        to fpdc-hr-atualizacao-minuto
            move ws-segundos                       to fpdc-hr-atualizacao-segundo
            move este-programa                     to fpdc-job-origem
            perform 9000-gravar-CSBHD019
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "F"                               to fpdv-situacao
            move fpdc-cd-pedido                    to fpdv-cd-pedido-compra
            move fpdc-sequencia                    to fpdv-seq-pedido-compra
            move ws-ano-inv                        to fpdv-dt-atualizacao-ano
            move ws-mes-inv                        to fpdv-dt-atualizacao-mes
            move ws-dia-inv                        to fpdv-dt-atualizacao-dia
            move ws-hora                           to fpdv-hr-atualizacao-hora
            move ws-minutos                        to fpdv-hr-atualizacao-minuto
            move ws-segundos                       to fpdv-hr-atualizacao-segundo
            move este-programa                     to fpdv-job-origem
            perform 9000-regravar-CSBHD039
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            add 1                                  to ws-qtde-linhas-drop-ship
            move spaces                            to rel-linha
            string fpdv-cd-pedido " " fpdv-cd-produto " "
                   fpdv-cd-cliente " " fpdv-qtdade
                   " " zeroes "  DROP-SHIP PC " fpdc-cd-pedido
                   delimited by size into rel-linha
            write rel-linha
           .
       2400-exit.
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
       COPY CSBHP003.
       COPY CSBHP017.
       COPY CSBHP021.
       COPY CSBHP022.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL011.
       COPY CSBHL022.
       COPY CSBHL033.
       COPY CSBHL039.
       COPY CSBHL070.
       COPY CSBHL081.
       COPY CSBHL030.
       COPY CSBHL019.
       COPY CSBHL099.
       COPY CSBHL100.
       COPY CSBHL117.
       COPY CSBHL118.
