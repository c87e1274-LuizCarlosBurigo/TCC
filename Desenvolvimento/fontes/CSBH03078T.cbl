       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03078T.
      *>=====================================================================
      *> Triagem da devolucao de cliente: classifica quantidade de uma
      *> linha que espera na area de devolucoes (CSBHD116, aberta pela
      *> carga da Devolucao) e so entao a entrega ao saldo. Uma
      *> classificacao por chamada (a linha pode ser repartida em
      *> varias chamadas ate zerar o pendente):
      *>   "A" volta ao saldo disponivel do produto (e do deposito
      *>       informado);
      *>   "B" segunda qualidade - vai para o produto de segunda do
      *>       cadastro mestre (fprd-cd-produto-segunda, levando o custo
      *>       medio do produto devolvido, que fica carimbado em
      *>       ftri-valor-segunda para a reconstrucao do custo
      *>       CSBH03058M) ou, sem ele, fica no proprio produto no
      *>       deposito informado, que e obrigatorio;
      *>   "S" sucata - baixa pelo CSBH03040X com o motivo de baixa
      *>       informado (CSBHD047 tipo "B");
      *>   "F" defeito de volta ao fornecedor pelo CSBH03039D, com a
      *>       Entrada de origem informada.
      *> Sucata e fornecedor passam pelo proprio programa de baixa ou de
      *> devolucao (que abate o saldo e contabiliza) e so depois a
      *> quantidade triada entra no saldo - o efeito liquido no saldo e
      *> zero e a trilha fica em CSBHD062/CSBHD061. Chamada recusada
      *> por eles nao classifica nada. O documento gerado (baixa ou nota
      *> de devolucao) volta em lnk-tri-cd-documento-gerado.
      *> Protegida pela permissao de manutencao (CSBH03018A); segue o
      *> modelo de subprograma chamavel de CSBH03040X.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS008.
           COPY CSBHS022.
           COPY CSBHS034.
           COPY CSBHS044.
           COPY CSBHS049.
           COPY CSBHS069.
           COPY CSBHS081.
           COPY CSBHS116.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF008.
           COPY CSBHF022.
           COPY CSBHF034.
           COPY CSBHF044.
           COPY CSBHF049.
           COPY CSBHF069.
           COPY CSBHF081.
           COPY CSBHF116.
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

       01  ws-campos-baixa.
           03 ws-bxa-parametros.
              05 ws-bxa-cd-empresa                 pic 9(03).
              05 ws-bxa-cd-filial                  pic 9(03).
              05 ws-bxa-cd-produto                 pic 9(09).
              05 ws-bxa-lote                       pic x(80).
              05 ws-bxa-cd-deposito                pic 9(03).
              05 ws-bxa-cd-motivo                  pic 9(03).
              05 ws-bxa-qtdade                     pic 9(09).
              05 ws-bxa-valor                      pic s9(09)v99.
              05 ws-bxa-cd-baixa-gerada            pic 9(09).
              05 ws-bxa-id-ok                      pic x(01).
                 88 ws-bxa-ok                                 value "S".
              05 ws-bxa-id-erro                    pic x(100).

       01  ws-campos-devolucao-fornecedor.
           03 ws-dvf-parametros.
              05 ws-dvf-cd-empresa                 pic 9(03).
              05 ws-dvf-cd-filial                  pic 9(03).
              05 ws-dvf-cd-entrada                 pic 9(09).
              05 ws-dvf-cd-transportadora          pic 9(09).
              05 ws-dvf-cd-produto                 pic 9(09).
              05 ws-dvf-lote                       pic x(80).
              05 ws-dvf-qtdade                     pic 9(09).
              05 ws-dvf-valor                      pic s9(09)v99.
              05 ws-dvf-serie-emissao              pic 9(03).
              05 ws-dvf-nunf-emitida               pic 9(09).
              05 ws-dvf-id-ok                      pic x(01).
                 88 ws-dvf-ok                                 value "S".
              05 ws-dvf-id-erro                    pic x(100).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03078T".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03078t             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03078t                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-cd-produto-destino                pic 9(09) value zeroes.
           03 ws-cd-deposito-destino               pic 9(03) value zeroes.
           03 ws-custo-origem                      pic s9(09)v9(04) value zeroes.

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
       01  lnk-tri-parametros.
           03 lnk-tri-disposicao                    pic x(01).
              88 lnk-tri-disponivel                           value "A" "a".
              88 lnk-tri-segunda                              value "B" "b".
              88 lnk-tri-sucata                               value "S" "s".
              88 lnk-tri-fornecedor                           value "F" "f".
           03 lnk-tri-cd-devolucao                  pic 9(09).
           03 lnk-tri-cd-sequencia                  pic 9(09).
           03 lnk-tri-qtdade                        pic 9(09).
           03 lnk-tri-cd-deposito                   pic 9(03).
              *> Deposito de destino ("A"/"B") ou da baixa ("S");
              *> zero = sem saldo por deposito.
           03 lnk-tri-cd-motivo-baixa               pic 9(03).
              *> "S": motivo de baixa (CSBHD047 tipo "B").
           03 lnk-tri-lote                          pic x(80).
           03 lnk-tri-valor                         pic s9(09)v99.
              *> "S"/"F": valor da baixa ou da nota de devolucao.
           03 lnk-tri-cd-entrada                    pic 9(09).
           03 lnk-tri-cd-transportadora             pic 9(09).
           03 lnk-tri-serie-emissao                 pic 9(03).
              *> "F": Entrada de origem e serie da nota de devolucao.
           03 lnk-tri-cd-documento-gerado           pic 9(09).
              *> Devolvido: baixa ("S") ou nota ("F") gerada.
           03 lnk-tri-qtde-pendente                 pic 9(09).
              *> Devolvido: quantidade que ainda espera triagem.
           03 lnk-tri-id-ok                         pic x(01).
              88 lnk-tri-ok                                   value "S".
           03 lnk-tri-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-tri-parametros.
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

            move spaces                             to lnk-tri-id-ok
            move spaces                             to lnk-tri-id-erro
            move zeroes                             to lnk-tri-cd-documento-gerado
            move zeroes                             to lnk-tri-qtde-pendente
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
                 move "N"                          to lnk-tri-id-ok
                 move ws-aut-id-erro               to lnk-tri-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD116"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-tri-id-ok
                 move "Triagem indisponivel: batch em execucao"
                                                   to lnk-tri-id-erro
                 exit section
            end-if

            if   not lnk-tri-disponivel
            and  not lnk-tri-segunda
            and  not lnk-tri-sucata
            and  not lnk-tri-fornecedor
                 move "N"                          to lnk-tri-id-ok
                 string "Classificacao invalida: [" lnk-tri-disposicao "]"
                        delimited by size into lnk-tri-id-erro
                 exit section
            end-if
            if   lnk-tri-qtdade equal zeroes
                 move "N"                          to lnk-tri-id-ok
                 move "Quantidade da triagem nao informada"
                                                   to lnk-tri-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD116
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-valida-triagem
            else
                 move "N"                          to lnk-tri-id-ok
                 move whs-mensagem                 to lnk-tri-id-erro
                 initialize                        whs-mensagem
            end-if
            close CSBHD044
            close CSBHD008

            if   lnk-tri-id-erro equal spaces
                 evaluate true
                     when lnk-tri-sucata
                          perform 2200-baixa-sucata
                     when lnk-tri-fornecedor
                          perform 2210-devolve-fornecedor
                 end-evaluate
            end-if

            if   lnk-tri-id-erro equal spaces
                 perform 9000-abrir-io-CSBHD022
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD049
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD081
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD117
                 if   not ws-operacao-ok
                      initialize                        whs-mensagem
                      move "00"                         to ws-resultado-acesso
                 end-if
                 if   processamento-sem-erro
                      perform 2300-entrega-saldo
                      perform 2400-atualiza-triagem
                 else
                      move "N"                     to lnk-tri-id-ok
                      move whs-mensagem            to lnk-tri-id-erro
                      initialize                   whs-mensagem
                 end-if
                 close CSBHD022
                 close CSBHD049
                 close CSBHD081
                 close CSBHD117
            end-if

            close CSBHD116

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Linha da area de devolucoes com pendente suficiente, e o
      *> destino da quantidade conforme a classificacao.
       2100-valida-triagem section.
       2100.
            initialize                             ftri-chave-1
            move lnk-cd-empresa                    to ftri-cd-empresa
            move lnk-cd-filial                     to ftri-cd-filial
            move lnk-tri-cd-devolucao              to ftri-cd-devolucao
            move lnk-tri-cd-sequencia              to ftri-cd-sequencia
            perform 9000-ler-CSBHD116-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-tri-id-ok
                 string "Devolucao " lnk-tri-cd-devolucao
                        " sequencia " lnk-tri-cd-sequencia
                        " fora da area de devolucoes" delimited by size
                                                   into lnk-tri-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   lnk-tri-qtdade > ftri-qtde-pendente
                 move "N"                          to lnk-tri-id-ok
                 string "Quantidade excede o pendente de triagem ("
                        ftri-qtde-pendente ")" delimited by size
                                                   into lnk-tri-id-erro
                 exit section
            end-if

            move ftri-cd-produto                   to ws-cd-produto-destino
            move lnk-tri-cd-deposito               to ws-cd-deposito-destino
            evaluate true
                when lnk-tri-segunda
                     initialize                    fprd-chave-1
                     move ftri-cd-produto          to fprd-cd-produto
                     perform 9000-ler-CSBHD044-ran
                     if   ws-operacao-ok
                     and  fprd-cd-produto-segunda not equal zeroes
                          move fprd-cd-produto-segunda
                                                   to ws-cd-produto-destino
                     end-if
                     move "00"                     to ws-resultado-acesso
                     if   ws-cd-produto-destino equal ftri-cd-produto
                     and  lnk-tri-cd-deposito equal zeroes
                          move "N"                 to lnk-tri-id-ok
                          move "Produto sem segunda qualidade: informe o deposito"
                                                   to lnk-tri-id-erro
                          exit section
                     end-if
                when lnk-tri-sucata
                     if   lnk-tri-cd-motivo-baixa equal zeroes
                          move "N"                 to lnk-tri-id-ok
                          move "Motivo de baixa da sucata nao informado"
                                                   to lnk-tri-id-erro
                          exit section
                     end-if
                when lnk-tri-fornecedor
                     if   lnk-tri-cd-entrada equal zeroes
                          move "N"                 to lnk-tri-id-ok
                          move "Entrada de origem nao informada"
                                                   to lnk-tri-id-erro
                          exit section
                     end-if
                     perform 2110-localiza-deposito-origem
            end-evaluate
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> O CSBH03039D abate o saldo no deposito da linha de entrada de
      *> origem - a quantidade triada entra no mesmo deposito.
       2110-localiza-deposito-origem section.
       2110.
            move zeroes                            to ws-cd-deposito-destino
            initialize                             fddps-chave-1
            move lnk-cd-empresa                    to fddps-cd-empresa
            move lnk-cd-filial                     to fddps-cd-filial
            move lnk-tri-cd-entrada                to fddps-cd-entrada
            move ftri-cd-produto                   to fddps-cd-produto
            perform 9000-str-CSBHD008-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD008-next
            end-if
            if   ws-operacao-ok
            and  fddps-cd-empresa equal lnk-cd-empresa
            and  fddps-cd-filial  equal lnk-cd-filial
            and  fddps-cd-entrada equal lnk-tri-cd-entrada
            and  fddps-cd-produto equal ftri-cd-produto
                 move fddps-cd-deposito            to ws-cd-deposito-destino
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-baixa-sucata section.
       2200.
            initialize                             ws-bxa-parametros
            move lnk-cd-empresa                    to ws-bxa-cd-empresa
            move lnk-cd-filial                     to ws-bxa-cd-filial
            move ftri-cd-produto                   to ws-bxa-cd-produto
            move lnk-tri-lote                      to ws-bxa-lote
            move lnk-tri-cd-deposito               to ws-bxa-cd-deposito
            move lnk-tri-cd-motivo-baixa           to ws-bxa-cd-motivo
            move lnk-tri-qtdade                    to ws-bxa-qtdade
            move lnk-tri-valor                     to ws-bxa-valor
            call "CSBH03040X" using linkage-parametros
                                    ws-bxa-parametros
            if   ws-bxa-ok
                 move ws-bxa-cd-baixa-gerada       to lnk-tri-cd-documento-gerado
            else
                 move "N"                          to lnk-tri-id-ok
                 move ws-bxa-id-erro               to lnk-tri-id-erro
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-devolve-fornecedor section.
       2210.
            initialize                             ws-dvf-parametros
            move lnk-cd-empresa                    to ws-dvf-cd-empresa
            move lnk-cd-filial                     to ws-dvf-cd-filial
            move lnk-tri-cd-entrada                to ws-dvf-cd-entrada
            move lnk-tri-cd-transportadora         to ws-dvf-cd-transportadora
            move ftri-cd-produto                   to ws-dvf-cd-produto
            move lnk-tri-lote                      to ws-dvf-lote
            move lnk-tri-qtdade                    to ws-dvf-qtdade
            move lnk-tri-valor                     to ws-dvf-valor
            move lnk-tri-serie-emissao             to ws-dvf-serie-emissao
            call "CSBH03039D" using linkage-parametros
                                    ws-dvf-parametros
            if   ws-dvf-ok
                 move ws-dvf-nunf-emitida          to lnk-tri-cd-documento-gerado
            else
                 move "N"                          to lnk-tri-id-ok
                 move ws-dvf-id-erro               to lnk-tri-id-erro
            end-if
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> A quantidade triada entra no saldo - o mesmo 9400/9410/9420 da
      *> carga. Segunda qualidade em outro produto leva o custo medio do
      *> produto devolvido.
       2300-entrega-saldo section.
       2300.
            move lnk-cd-empresa                    to ws-sld-cd-empresa
            move lnk-cd-filial                     to ws-sld-cd-filial
            move zeroes                            to ws-cmd-valor-movimento
            if   ws-cd-produto-destino not equal ftri-cd-produto
                 move ftri-cd-produto              to ws-sld-cd-produto
                 perform 9425-consulta-custo-medio
                 move ws-cmd-custo-unitario        to ws-custo-origem
                 compute ws-cmd-valor-movimento rounded =
                         lnk-tri-qtdade * ws-custo-origem
            end-if

            move ws-cd-produto-destino             to ws-sld-cd-produto
            move ws-cd-deposito-destino            to ws-sld-cd-deposito
            move lnk-tri-qtdade                    to ws-sld-delta
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
            perform 9420-atualiza-custo-medio
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2400-atualiza-triagem section.
       2400.
            subtract lnk-tri-qtdade                from ftri-qtde-pendente
            evaluate true
                when lnk-tri-disponivel
                     add lnk-tri-qtdade            to ftri-qtde-disponivel
                when lnk-tri-segunda
                     add lnk-tri-qtdade            to ftri-qtde-segunda
                     move ws-cd-produto-destino    to ftri-cd-produto-segunda
                     if   ws-cd-produto-destino not equal ftri-cd-produto
                          compute ftri-valor-segunda rounded =
                                  ftri-valor-segunda
                                  + (lnk-tri-qtdade * ws-custo-origem)
                     end-if
                when lnk-tri-sucata
                     add lnk-tri-qtdade            to ftri-qtde-sucata
                when lnk-tri-fornecedor
                     add lnk-tri-qtdade            to ftri-qtde-fornecedor
            end-evaluate
            if   ftri-qtde-pendente equal zeroes
                 move "T"                          to ftri-situacao
            end-if
            move ws-data-inv                       to ftri-data-triagem
            move lnk-cd-operador                   to ftri-cd-operador
            move ws-ano-inv                        to ftri-dt-atualizacao-ano
            move ws-mes-inv                        to ftri-dt-atualizacao-mes
            move ws-dia-inv                        to ftri-dt-atualizacao-dia
            move ws-hora                           to ftri-hr-atualizacao-hora
            move ws-minutos                        to ftri-hr-atualizacao-minuto
            move ws-segundos                       to ftri-hr-atualizacao-segundo
            move este-programa                     to ftri-job-origem
            perform 9000-regravar-CSBHD116
            if   not ws-operacao-ok
                 move "N"                          to lnk-tri-id-ok
                 move whs-mensagem                 to lnk-tri-id-erro
                 exit section
            end-if
            move "CSBHD116"                        to ws-jrn-arquivo
            move "R"                               to ws-jrn-operacao
            move ftri-devolucao-triagem            to ws-jrn-imagem
            perform 9460-grava-jornal

            move ftri-qtde-pendente                to lnk-tri-qtde-pendente
            move "S"                               to lnk-tri-id-ok
           .
       2400-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03078t

            if   ws-tracelog-csbh03078t
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
            if   ws-tracelog-csbh03078t
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
       COPY CSBHL008.
       COPY CSBHL022.
       COPY CSBHL034.
       COPY CSBHL044.
       COPY CSBHL049.
       COPY CSBHL081.
       COPY CSBHL116.
       COPY CSBHL117.
