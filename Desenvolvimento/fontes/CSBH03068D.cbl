       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03068D.
      *>=====================================================================
      *> Confirmacao de entrega drop-ship: le o arquivo de confirmacoes
      *> do fornecedor CSBH03068D_CONFIRMACAO.CSV (empresa;filial;
      *> pedido-compra;sequencia;data-entrega;nunf;srnf;valor-nota, com
      *> linha de cabecalho como os CSVs de CSBH01001C) e, para cada
      *> linha de pedido de compra drop-ship ainda aberta (CSBHD019,
      *> gerada pela alocacao CSBH03023B), gera em par:
      *>   - a Saida ao cliente (CSBHD003/004, numerada pelo CSBH03043N
      *>     "SAI"), com o valor da linha de venda, entrega confirmada na
      *>     data informada e custo pela nota do fornecedor;
      *>   - a Entrada do fornecedor (CSBHD007/008/009, numerada pelo
      *>     CSBH03043N "ENT"), com o total e o numero da nota.
      *> As linhas de item levam o indicador drop-ship e nao mexem no
      *> saldo persistente (CSBHD022): a mercadoria nunca passou pelo
      *> deposito. A linha de compra fica recebida, com a Saida e a
      *> Entrada carimbadas; a linha de venda fica atendida e o total da
      *> Saida soma na exposicao do cliente (CSBHD030), como na
      *> alocacao. Ao fim, o titulo a pagar do fornecedor sai pela
      *> geracao de contas a pagar (CSBH03025G), chamada aqui para o par
      *> fechar na mesma execucao. Linha que nao referencia pedido
      *> drop-ship em aberto e apontada no relatorio e no tracelog, sem
      *> interromper o lote.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS019.
           COPY CSBHS030.
           COPY CSBHS033.
           COPY CSBHS039.
           COPY CSBHS069.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqconfirmacaocsv assign to wid-arqconfirmacaocsv
                  organization is line sequential
                  file status ws-resultado-acesso.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF019.
           COPY CSBHF030.
           COPY CSBHF033.
           COPY CSBHF039.
           COPY CSBHF069.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqconfirmacaocsv.
           01   reg-arqconfirmacaocsv              pic  x(350).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03068D".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03068d             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03068d                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arqconfirmacaocsv                pic x(250).
           03 ws-qtde-confirmadas                  pic 9(05) value zeroes.
           03 ws-qtde-recusadas                    pic 9(05) value zeroes.
           03 ws-cd-saida-gerada                   pic 9(09) value zeroes.
           03 ws-cd-entrada-gerada                 pic 9(09) value zeroes.
           03 ws-id-estorno-salvo                  pic x(01) value spaces.
           03 ws-valor-unitario                    pic s9(09)v99 value zeroes.
           03 ws-valor-venda                       pic s9(09)v99 value zeroes.
           03 ws-total-vendas                      pic s9(11)v99 value zeroes.
           03 ws-total-compras                     pic s9(11)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-seq-parametros.
              05 ws-seq-tipo-documento              pic x(03).
              05 ws-seq-cd-empresa                  pic 9(03).
              05 ws-seq-cd-filial                   pic 9(03).
              05 ws-seq-numero                      pic 9(09).
              05 ws-seq-id-ok                       pic x(01).
                 88 ws-seq-ok                                  value "S".
              05 ws-seq-id-erro                     pic x(100).

       01  ws-campos-alfa-arqcsv.
           03 ws-cd-empresa-alfa                   pic x(03) value spaces.
           03 ws-cd-filial-alfa                    pic x(03) value spaces.
           03 ws-cd-pedido-alfa                    pic x(09) value spaces.
           03 ws-sequencia-alfa                    pic x(09) value spaces.
           03 ws-data-entrega-alfa                 pic x(08) value spaces.
           03 ws-nunf-alfa                         pic x(09) value spaces.
           03 ws-srnf-alfa                         pic x(03) value spaces.
           03 ws-valor-alfa                        pic x(14) value spaces.

       01  ws-campos-confirmacao-csv.
           03 ws-cd-empresa-cnf                    pic 9(03) value zeroes.
           03 ws-cd-filial-cnf                     pic 9(03) value zeroes.
           03 ws-cd-pedido-cnf                     pic 9(09) value zeroes.
           03 ws-sequencia-cnf                     pic 9(09) value zeroes.
           03 ws-data-entrega-cnf                  pic 9(08) value zeroes.
           03 ws-nunf-cnf                          pic 9(09) value zeroes.
           03 ws-srnf-cnf                          pic 9(03) value zeroes.
           03 ws-valor-nota-cnf                    pic s9(09)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0009.
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
            perform 9500-registra-inicio-execucao

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

            string lnk-extractionPath delimited by space,
                   "/CSBH03068D.REL" delimited by size into wid-arquivo-relatorio
            string lnk-dtbLog delimited by space,
                   este-programa, "_CONFIRMACAO.CSV" into wid-arqconfirmacaocsv
            move wid-arqconfirmacaocsv             to ws-filename

            perform 9000-abrir-io-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD030
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD039
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-processa-confirmacoes
            end-if

            close CSBHD003
            close CSBHD004
            close CSBHD007
            close CSBHD008
            close CSBHD009
            close CSBHD019
            close CSBHD030
            close CSBHD039

      *> As Entradas recem gravadas ainda nao tem duplicata: a geracao
      *> de contas a pagar cria o titulo do fornecedor agora, com os
      *> arquivos ja fechados aqui.
            if   ws-qtde-confirmadas > zeroes
                 perform 2600-gera-duplicatas
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-processa-confirmacoes section.
       2100.
            open input arqconfirmacaocsv
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            open output relatorio
            perform 2210-cabecalho

            read arqconfirmacaocsv *> Despreza cabeçalho
            read arqconfirmacaocsv
            move 2                                 to ws-idx-001
            perform
              until not ws-operacao-ok
                    perform 2200-confirma-entrega
                    move "00"                      to ws-resultado-acesso
                    add 1                          to ws-idx-001
                    read arqconfirmacaocsv
            end-perform
            close arqconfirmacaocsv

            perform 2290-rodape
            close relatorio
           .
       2100-exit.
            exit.
      *>=====================================================================
       2210-cabecalho section.
       2210.
            move spaces                            to rel-linha
            string "Confirmacao de entregas drop-ship" delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ped.compra Fornecedor Cliente    Produto    Saida      Entrada    Situacao"
                   delimited by size into rel-linha
            write rel-linha
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Uma linha de confirmacao: valida a linha de compra drop-ship e
      *> a linha de venda ligada, gera a Saida e a Entrada e fecha as
      *> duas linhas de pedido.
       2200-confirma-entrega section.
       2200.
            initialize                             ws-campos-confirmacao-csv
                                                   ws-campos-alfa-arqcsv

            unstring reg-arqconfirmacaocsv delimited by ";" into
                                                   ws-cd-empresa-alfa
                                                   ws-cd-filial-alfa
                                                   ws-cd-pedido-alfa
                                                   ws-sequencia-alfa
                                                   ws-data-entrega-alfa
                                                   ws-nunf-alfa
                                                   ws-srnf-alfa
                                                   ws-valor-alfa

            move function numval (ws-cd-empresa-alfa)     to ws-cd-empresa-cnf
            move function numval (ws-cd-filial-alfa)      to ws-cd-filial-cnf
            move function numval (ws-cd-pedido-alfa)      to ws-cd-pedido-cnf
            move function numval (ws-sequencia-alfa)      to ws-sequencia-cnf
            move function numval (ws-data-entrega-alfa)   to ws-data-entrega-cnf
            move function numval (ws-nunf-alfa)           to ws-nunf-cnf
            move function numval (ws-srnf-alfa)           to ws-srnf-cnf
            move function numval (ws-valor-alfa)          to ws-valor-nota-cnf

            if   ws-cd-empresa-cnf   equal zeroes
            or   ws-cd-filial-cnf    equal zeroes
            or   ws-cd-pedido-cnf    equal zeroes
            or   ws-sequencia-cnf    equal zeroes
            or   ws-data-entrega-cnf equal zeroes
            or   ws-nunf-cnf         equal zeroes
            or   ws-valor-nota-cnf   not greater zeroes
                 add 1                             to ws-qtde-recusadas
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " campo númerico inválido, verifique os campos ",
                        "Empresa, Filial, Pedido, Sequencia, Data, Nota e Valor"
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            initialize                             fpdc-chave-1
            move ws-cd-empresa-cnf                 to fpdc-cd-empresa
            move ws-cd-filial-cnf                  to fpdc-cd-filial
            move ws-cd-pedido-cnf                  to fpdc-cd-pedido
            move ws-sequencia-cnf                  to fpdc-sequencia
            perform 9000-ler-CSBHD019-ran
            if   not ws-operacao-ok
            or   not fpdc-drop-ship
            or   not fpdc-situacao-aberta
                 perform 2280-recusa-linha
                 exit section
            end-if

            initialize                             fpdv-chave-1
            move fpdc-cd-empresa                   to fpdv-cd-empresa
            move fpdc-cd-filial                    to fpdv-cd-filial
            move fpdc-cd-pedido-venda              to fpdv-cd-pedido
            move fpdc-seq-pedido-venda             to fpdv-sequencia
            perform 9000-ler-CSBHD039-ran
            if   not ws-operacao-ok
            or   not fpdv-situacao-aguarda-fornecedor
                 perform 2280-recusa-linha
                 exit section
            end-if

            perform 2300-gera-saida
            if   not ws-operacao-ok
                 perform 2280-recusa-linha
                 exit section
            end-if
            perform 2400-gera-entrada
            if   not ws-operacao-ok
                 perform 2280-recusa-linha
                 exit section
            end-if
            perform 2500-fecha-pedidos

            add 1                                  to ws-qtde-confirmadas
            add ws-valor-venda                     to ws-total-vendas
            add ws-valor-nota-cnf                  to ws-total-compras
            move spaces                            to rel-linha
            string fpdc-cd-pedido " " fpdc-cd-fornecedor " "
                   fpdc-cd-cliente-entrega " " fpdc-cd-produto " "
                   ws-cd-saida-gerada " " ws-cd-entrada-gerada
                   "  CONFIRMADA"
                   delimited by size into rel-linha
            write rel-linha
           .
       2200-exit.
            exit.
      *>=====================================================================
       2280-recusa-linha section.
       2280.
            add 1                                  to ws-qtde-recusadas
            string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                   "] linha ", ws-idx-001,
                   " nao referencia pedido drop-ship em aberto ou falhou a gravacao"
                                                   into ws-ds-tracelog
            perform 9000-tracelog
            if   whs-mensagem not equal spaces
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
            end-if
            move spaces                            to rel-linha
            string ws-cd-pedido-cnf " " ws-sequencia-cnf
                   "  RECUSADA - pedido drop-ship inexistente ou ja confirmado"
                   delimited by size into rel-linha
            write rel-linha
           .
       2280-exit.
            exit.
      *>=====================================================================
      *> Saida ao cliente da linha de venda: o valor e o da linha de
      *> venda (unitario do pedido x quantidade da compra) e o custo e
      *> o que o fornecedor cobrou. A entrega ja aconteceu - a Saida
      *> nasce com a entrega confirmada na data informada.
       2300-gera-saida section.
       2300.
            initialize                             ws-seq-parametros
            move "SAI"                             to ws-seq-tipo-documento
            move fpdc-cd-empresa                   to ws-seq-cd-empresa
            move fpdc-cd-filial                    to ws-seq-cd-filial
            call "CSBH03043N" using linkage-parametros
                                    ws-seq-parametros
            if   not ws-seq-ok
                 move ws-seq-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 move "99"                         to ws-resultado-acesso
                 exit section
            end-if
            move ws-seq-numero                     to ws-cd-saida-gerada

            if   fpdv-qtdade > zero
                 compute ws-valor-unitario rounded =
                         fpdv-valor / fpdv-qtdade
            else
                 move zeroes                       to ws-valor-unitario
            end-if
            compute ws-valor-venda rounded =
                    ws-valor-unitario * fpdc-qtdade

            initialize                             fesd-saida
            move fpdc-cd-empresa                   to fesd-cd-empresa
            move fpdc-cd-filial                    to fesd-cd-filial
            move ws-cd-saida-gerada                to fesd-cd-saida
            move zeroes                            to fesd-cd-transportadora
            move fpdv-cd-cliente                   to fesd-cd-cliente
            move ws-data-entrega-cnf               to fesd-data-saida
            move ws-valor-venda                    to fesd-total
            move zeroes                            to fesd-frete
            move zeroes                            to fesd-imposto
            move "E"                               to fesd-situacao-entrega
            move ws-data-entrega-cnf               to fesd-data-entrega
            move fpdv-cd-condicao-pagamento        to fesd-cd-condicao-pagamento
            perform 9000-gravar-CSBHD003
            if   not ws-operacao-ok
                 exit section
            end-if
            move "CSBHD003"                        to ws-jrn-arquivo
            move "W"                               to ws-jrn-operacao
            move fesd-saida                        to ws-jrn-imagem
            perform 9460-grava-jornal

            initialize                             feisd-item-saida
            move fpdc-cd-empresa                   to feisd-cd-empresa
            move fpdc-cd-filial                    to feisd-cd-filial
            move ws-cd-saida-gerada                to feisd-saida
            move 1                                 to feisd-sequencia
            move ws-cd-saida-gerada                to feisd-cd-saida
            move fpdc-cd-produto                   to feisd-cd-produto
            move spaces                            to feisd-lote
            move fpdc-qtdade                       to feisd-qtdade
            move ws-valor-venda                    to feisd-valor
            if   fpdc-qtdade > zero
                 compute feisd-custo-medio rounded =
                         ws-valor-nota-cnf / fpdc-qtdade
            end-if
            move "S"                               to feisd-id-drop-ship
            perform 9000-gravar-CSBHD004
            if   not ws-operacao-ok
                 exit section
            end-if
            move "CSBHD004"                        to ws-jrn-arquivo
            move "W"                               to ws-jrn-operacao
            move feisd-item-saida                  to ws-jrn-imagem
            perform 9460-grava-jornal

            perform 2310-soma-exposicao-cliente
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> A Saida drop-ship sera faturada como qualquer outra: soma na
      *> exposicao do cliente, como o fechamento da Saida alocada
      *> (2310 do CSBH03023B).
       2310-soma-exposicao-cliente section.
       2310.
            initialize                             fcrd-chave-1
            move fpdv-cd-cliente                   to fcrd-cd-cliente
            perform 9000-ler-CSBHD030-ran
            if   ws-operacao-ok
                 add ws-valor-venda                to fcrd-exposicao
                 move ws-ano-inv                   to fcrd-dt-atualizacao-ano
                 move ws-mes-inv                   to fcrd-dt-atualizacao-mes
                 move ws-dia-inv                   to fcrd-dt-atualizacao-dia
                 accept ws-horas                   from time
                 move ws-hora                      to fcrd-hr-atualizacao-hora
                 move ws-minutos                   to fcrd-hr-atualizacao-minuto
                 move ws-segundos                  to fcrd-hr-atualizacao-segundo
                 move este-programa                to fcrd-job-origem
                 perform 9000-regravar-CSBHD030
            end-if
            initialize                             whs-mensagem
            move "00"                              to ws-resultado-acesso
           .
       2310-exit.
            exit.
      *>=====================================================================
      *> Entrada do fornecedor: entrega feita pelo proprio emitente
      *> (transportadora zero), data do pedido a da linha de compra,
      *> data de entrada a da entrega ao cliente, total e nota da
      *> confirmacao. Item e valor com o indicador drop-ship, fora do
      *> saldo e das camadas de custo do deposito.
       2400-gera-entrada section.
       2400.
            initialize                             ws-seq-parametros
            move "ENT"                             to ws-seq-tipo-documento
            move fpdc-cd-empresa                   to ws-seq-cd-empresa
            move fpdc-cd-filial                    to ws-seq-cd-filial
            call "CSBH03043N" using linkage-parametros
                                    ws-seq-parametros
            if   not ws-seq-ok
                 move ws-seq-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 move "99"                         to ws-resultado-acesso
                 exit section
            end-if
            move ws-seq-numero                     to ws-cd-entrada-gerada

            initialize                             fdetd-entrada
            move fpdc-cd-empresa                   to fdfnc-cd-empresa
            move fpdc-cd-filial                    to fdfnc-cd-filial
            move ws-cd-entrada-gerada              to fdfnc-cd-entrada
            move zeroes                            to fdfnc-cd-transpordadora
            move fpdc-data-pedido                  to fdetd-data-pedido
            move ws-data-entrega-cnf               to fdetd-data-entrada
            move ws-valor-nota-cnf                 to fdetd-total
            move zeroes                            to fdetd-frete of fdetd-entrada
            move ws-nunf-cnf                       to fdetd-nunf
            move ws-srnf-cnf                       to fdetd-srnf
            move fpdc-cd-fornecedor                to fdetd-cd-fornecedor
            perform 9000-gravar-CSBHD007
            if   not ws-operacao-ok
                 exit section
            end-if
            move "CSBHD007"                        to ws-jrn-arquivo
            move "W"                               to ws-jrn-operacao
            move fdetd-entrada                     to ws-jrn-imagem
            perform 9460-grava-jornal

            initialize                             fddps-item-entrada
            move fpdc-cd-empresa                   to fddps-cd-empresa
            move fpdc-cd-filial                    to fddps-cd-filial
            move ws-cd-entrada-gerada              to fddps-cd-entrada
            move fpdc-cd-produto                   to fddps-cd-produto
            move 1                                 to fddps-sequencia
            move spaces                            to fddps-lote
            move fpdc-qtdade                       to fddps-quantidade
            move zeroes                            to fdetd-frete of fddps-item-entrada
            move "S"                               to fddps-id-drop-ship
            perform 9000-gravar-CSBHD008
            if   not ws-operacao-ok
                 exit section
            end-if
            move "CSBHD008"                        to ws-jrn-arquivo
            move "W"                               to ws-jrn-operacao
            move fddps-item-entrada                to ws-jrn-imagem
            perform 9460-grava-jornal

            initialize                             fdpdt-produto
            move fddps-chave-1                     to fdpdt-chave-1
            move spaces                            to fdpdt-lote
            move fpdc-qtdade                       to fdpdt-qtdade
            move ws-valor-nota-cnf                 to fdpdt-valor
            move ws-ano-inv                        to fdpdt-dt-atualizacao-ano
            move ws-mes-inv                        to fdpdt-dt-atualizacao-mes
            move ws-dia-inv                        to fdpdt-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fdpdt-hr-atualizacao-hora
            move ws-minutos                        to fdpdt-hr-atualizacao-minuto
            move ws-segundos                       to fdpdt-hr-atualizacao-segundo
            move este-programa                     to fdpdt-job-origem
            perform 9000-gravar-CSBHD009
            if   not ws-operacao-ok
                 exit section
            end-if
            move "CSBHD009"                        to ws-jrn-arquivo
            move "W"                               to ws-jrn-operacao
            move fdpdt-produto                     to ws-jrn-imagem
            perform 9460-grava-jornal
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Linha de compra recebida com a Saida e a Entrada do par; linha
      *> de venda atendida por inteiro pela Saida gerada.
       2500-fecha-pedidos section.
       2500.
            accept ws-horas                        from time
            move "R"                               to fpdc-situacao
            move ws-data-entrega-cnf               to fpdc-data-confirmacao
            move ws-cd-saida-gerada                to fpdc-cd-saida-gerada
            move ws-cd-entrada-gerada              to fpdc-cd-entrada-gerada
            move ws-ano-inv                        to fpdc-dt-atualizacao-ano
            move ws-mes-inv                        to fpdc-dt-atualizacao-mes
            move ws-dia-inv                        to fpdc-dt-atualizacao-dia
            move ws-hora                           to fpdc-hr-atualizacao-hora
            move ws-minutos                        to fpdc-hr-atualizacao-minuto
            move ws-segundos                       to fpdc-hr-atualizacao-segundo
            move este-programa                     to fpdc-job-origem
            perform 9000-regravar-CSBHD019
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move fpdv-qtdade                       to fpdv-qtdade-alocada
            move ws-cd-saida-gerada                to fpdv-cd-saida-gerada
            move "T"                               to fpdv-situacao
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
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> As Entradas drop-ship recem gravadas ainda nao tem duplicata: a geracao de contas a pagar
      *> roda embutida, com o controle de execucao sob o nome deste
      *> programa (lnk-cd-programa-chamador) - nao disputa o do job
      *> diario nem e recusada por ele. O estorno nao passa adiante: ele
      *> e pedido ao CSBH03025G como job. O resultado vai ao tracelog e
      *> a falha marca esta execucao em CSBHD033.
       2600-gera-duplicatas section.
       2600.
            move lnk-id-estorno-execucao           to ws-id-estorno-salvo
            move spaces                            to lnk-id-estorno-execucao
                                                      lnk-ds-retorno-chamada
            move este-programa                     to lnk-cd-programa-chamador
            call "CSBH03025G" using linkage-parametros
                ON EXCEPTION
                    move "CSBH03025G nao encontrado"
                                                   to lnk-ds-retorno-chamada
            END-CALL
            move spaces                            to ws-ds-tracelog
            if   lnk-retorno-ok
                 string "CSBH03025G - duplicatas geradas"
                        delimited by size into ws-ds-tracelog
            else
                 move "S"                          to ws-run-id-falha
                 move lnk-ds-retorno-chamada       to ws-run-ds-status
                 string "Erro - CSBH03025G: " lnk-ds-retorno-chamada
                        delimited by size into ws-ds-tracelog
            end-if
            perform 9000-tracelog
            move ws-id-estorno-salvo               to lnk-id-estorno-execucao
            move spaces                            to lnk-cd-programa-chamador
                                                      lnk-ds-retorno-chamada
           .
       2600-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Entregas confirmadas       : " ws-qtde-confirmadas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas recusadas           : " ws-qtde-recusadas
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-total-vendas                   to ws-valor-edt
            move spaces                            to rel-linha
            string "Valor das Saidas geradas   : " ws-valor-edt
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-total-compras                  to ws-valor-edt
            move spaces                            to rel-linha
            string "Valor das Entradas geradas : " ws-valor-edt
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-confirmadas               to ws-run-qtde-registros
            perform 9510-registra-fim-execucao
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
            move Return-Code                    to ws-id-tracelog-csbh03068d

            if   ws-tracelog-csbh03068d
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
            if   ws-tracelog-csbh03068d
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
       COPY CSBHP009.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL019.
       COPY CSBHL030.
       COPY CSBHL033.
       COPY CSBHL039.
