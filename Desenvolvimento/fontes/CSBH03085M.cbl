       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03085M.
      *>=====================================================================
      *> Unificacao de cliente duplicado: o mesmo cliente cadastrado
      *> com dois ou tres codigos ao longo dos anos tinha exposicao,
      *> aging e curva ABC divididos, e o limite de credito conferido
      *> contra um so deles. A transacao recebe o codigo sobrevivente e
      *> o aposentado e repontar todas as referencias ao aposentado:
      *> Saidas (fesd-chave-3; o comprovante de entrega CSBHD067 segue
      *> a Saida e so e contado), pendencias (CSBHD017), pedidos de
      *> venda (CSBHD039), titulos a receber (CSBHD040) e suas baixas
      *> (CSBHD091), faturas (CSBHD029), boletos (CSBHD056), acordos de
      *> preco (CSBHD042), credito (CSBHD030, exposicao e credito livre
      *> somados no sobrevivente), creditos de adiantamento (CSBHD094,
      *> renumerados na sequencia do sobrevivente), RMAs (CSBHD046),
      *> consignacao (posicao CSBHD066 somada e movimentos CSBHD076),
      *> pedidos de compra drop-ship (CSBHD019), ondas de separacao
      *> (CSBHD108), vendas perdidas (CSBHD118), cotacoes (CSBHD121) e
      *> contatos do cliente (tipo "C" de CSBHD015).
      *> Modo previa (padrao) so conta, por arquivo, o que seria
      *> repontado; lnk-unf-id-modo = "E" efetiva, com a imagem antes e
      *> depois de cada registro no historico CSBHD036 (9800 de
      *> CSBHP005), e deixa o aposentado inativo em CSBHD013 apontando
      *> para o sobrevivente. Onde a chave do sobrevivente ja existe
      *> (acordo de preco da mesma vigencia, documento de consignacao
      *> repetido) prevalece o do sobrevivente e o conflito e contado.
      *> Efetivacao com falha de gravacao nao aposenta o codigo: a nova
      *> execucao retoma o que faltou. Autorizacao do operador via
      *> CSBH03018A (C na previa, M na efetivacao); segue o modelo de
      *> subprograma chamavel de CSBH03081A.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS013.
           COPY CSBHS015.
           COPY CSBHS017.
           COPY CSBHS019.
           COPY CSBHS029.
           COPY CSBHS030.
           COPY CSBHS036.
           COPY CSBHS039.
           COPY CSBHS040.
           COPY CSBHS042.
           COPY CSBHS046.
           COPY CSBHS056.
           COPY CSBHS066.
           COPY CSBHS067.
           COPY CSBHS076.
           COPY CSBHS091.
           COPY CSBHS094.
           COPY CSBHS108.
           COPY CSBHS118.
           COPY CSBHS121.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF013.
           COPY CSBHF015.
           COPY CSBHF017.
           COPY CSBHF019.
           COPY CSBHF029.
           COPY CSBHF030.
           COPY CSBHF036.
           COPY CSBHF039.
           COPY CSBHF040.
           COPY CSBHF042.
           COPY CSBHF046.
           COPY CSBHF056.
           COPY CSBHF066.
           COPY CSBHF067.
           COPY CSBHF076.
           COPY CSBHF091.
           COPY CSBHF094.
           COPY CSBHF108.
           COPY CSBHF118.
           COPY CSBHF121.

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
       78  este-programa                                     value "CSBH03085M".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03085m             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03085m                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-unf-arquivo                       pic x(08) value spaces.
           03 ws-unf-idx                           pic 9(02) value zeroes.
           03 ws-unf-qtde-pod                      pic 9(07) value zeroes.
           03 ws-unf-qtde-erros                    pic 9(07) value zeroes.
           03 ws-unf-sequencia                     pic 9(05) value zeroes.
           03 ws-unf-chave-salva                   pic x(60) value spaces.
           03 ws-unf-imagem-salva                  pic x(600) value spaces.
           03 ws-unf-crd-exposicao                 pic s9(11)v99 value zeroes.
           03 ws-unf-crd-saldo-credito             pic s9(11)v99 value zeroes.
           03 ws-unf-crd-id-bloqueado              pic x(01) value spaces.
           03 ws-unf-csg-qtde-em-poder             pic s9(09) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-unf-parametros.
           03 lnk-unf-id-modo                       pic x(01).
              *> "E" efetiva a unificacao; qualquer outro valor e previa
              *> (so contagem, nada gravado).
              88 lnk-unf-efetiva                              value "E".
           03 lnk-unf-cd-cliente-sobrevivente       pic 9(09).
           03 lnk-unf-cd-cliente-aposentado         pic 9(09).
           03 lnk-unf-qtde-arquivos                 pic 9(02).
           03 lnk-unf-contagem occurs 20 times.
              *> Um item por arquivo conferido, na ordem de execucao:
              *> registros do aposentado e conflitos de chave em que o
              *> registro do sobrevivente prevaleceu.
              05 lnk-unf-arquivo                    pic x(08).
              05 lnk-unf-qtde-registros             pic 9(07).
              05 lnk-unf-qtde-conflitos             pic 9(07).
           03 lnk-unf-id-ok                         pic x(01).
              88 lnk-unf-ok                                   value "S".
           03 lnk-unf-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-unf-parametros.
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

            move zeroes                            to lnk-unf-qtde-arquivos
            initialize                             lnk-unf-contagem (1)
            perform varying ws-unf-idx from 2 by 1
                    until ws-unf-idx > 20
                 move lnk-unf-contagem (1)         to lnk-unf-contagem (ws-unf-idx)
            end-perform
            move zeroes                            to ws-unf-idx
            move spaces                            to lnk-unf-id-ok
            move spaces                            to lnk-unf-id-erro

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
            if   lnk-unf-efetiva
                 move "M"                          to ws-aut-funcao
            else
                 move "C"                          to ws-aut-funcao
            end-if
            move este-programa                     to ws-aut-programa
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-unf-id-ok
                 move ws-aut-id-erro               to lnk-unf-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD015
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD017
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD029
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD030
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD039
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD042
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD046
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD056
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD066
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD067
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD076
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD091
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD094
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD108
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD118
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD121
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-valida-clientes
                 if   lnk-unf-id-erro equal spaces
                      perform 2200-unifica-saida
                      perform 2210-unifica-pendencia
                      perform 2220-unifica-pedido-venda
                      perform 2230-unifica-titulo-receber
                      perform 2235-unifica-baixa-receber
                      perform 2240-unifica-fatura
                      perform 2245-unifica-boleto
                      perform 2250-unifica-acordo-preco
                      perform 2260-unifica-credito
                      perform 2270-unifica-adiantamento
                      perform 2280-unifica-rma
                      perform 2290-unifica-consignacao
                      perform 2295-unifica-movimento-consignacao
                      perform 2300-unifica-pedido-compra
                      perform 2310-unifica-onda
                      perform 2320-unifica-venda-perdida
                      perform 2330-unifica-cotacao
                      perform 2340-unifica-contato
                      perform 2800-aposenta-cliente
                      perform 2850-resume-unificacao
                 end-if
            else
                 move "N"                          to lnk-unf-id-ok
                 move whs-mensagem                 to lnk-unf-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD003
            close CSBHD013
            close CSBHD015
            close CSBHD017
            close CSBHD019
            close CSBHD029
            close CSBHD030
            close CSBHD039
            close CSBHD040
            close CSBHD042
            close CSBHD046
            close CSBHD056
            close CSBHD066
            close CSBHD067
            close CSBHD076
            close CSBHD091
            close CSBHD094
            close CSBHD108
            close CSBHD118
            close CSBHD121

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Os dois codigos precisam existir e ser diferentes; o
      *> sobrevivente nao pode estar inativo e o aposentado nao pode
      *> ja ter sido unificado em outro.
       2100-valida-clientes section.
       2100.
            if   lnk-unf-cd-cliente-sobrevivente equal zeroes
            or   lnk-unf-cd-cliente-aposentado equal zeroes
            or   lnk-unf-cd-cliente-sobrevivente equal
                 lnk-unf-cd-cliente-aposentado
                 move "N"                          to lnk-unf-id-ok
                 move "Informe dois codigos de cliente diferentes"
                                                   to lnk-unf-id-erro
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move lnk-unf-cd-cliente-sobrevivente   to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-unf-id-ok
                 string "Cliente sobrevivente "
                        lnk-unf-cd-cliente-sobrevivente
                        " nao cadastrado" delimited by size
                                                   into lnk-unf-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fdcli-situacao-inativa
                 move "N"                          to lnk-unf-id-ok
                 string "Cliente sobrevivente "
                        lnk-unf-cd-cliente-sobrevivente
                        " inativo" delimited by size
                                                   into lnk-unf-id-erro
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move lnk-unf-cd-cliente-aposentado     to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-unf-id-ok
                 string "Cliente aposentado "
                        lnk-unf-cd-cliente-aposentado
                        " nao cadastrado" delimited by size
                                                   into lnk-unf-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fdcli-situacao-inativa
                 move "N"                          to lnk-unf-id-ok
                 string "Cliente "
                        lnk-unf-cd-cliente-aposentado
                        " ja inativo - unificado em "
                        fdcli-cd-cliente-sucessor delimited by size
                                                   into lnk-unf-id-erro
                 exit section
            end-if

            move spaces                            to ws-ds-tracelog
            if   lnk-unf-efetiva
                 string "2100-valida-clientes - Efetivacao: aposentado "
                        lnk-unf-cd-cliente-aposentado
                        " sobrevivente " lnk-unf-cd-cliente-sobrevivente
                        delimited by size into ws-ds-tracelog
            else
                 string "2100-valida-clientes - Previa: aposentado "
                        lnk-unf-cd-cliente-aposentado
                        " sobrevivente " lnk-unf-cd-cliente-sobrevivente
                        delimited by size into ws-ds-tracelog
            end-if
            perform 9000-tracelog
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Abre o item de contagem do arquivo em ws-unf-arquivo.
       2150-abre-contagem section.
       2150.
            add 1                                  to lnk-unf-qtde-arquivos
            move lnk-unf-qtde-arquivos             to ws-unf-idx
            move ws-unf-arquivo                    to lnk-unf-arquivo (ws-unf-idx)
            move zeroes                            to lnk-unf-qtde-registros (ws-unf-idx)
                                                      lnk-unf-qtde-conflitos (ws-unf-idx)
            move spaces                            to ws-id-fim-arquivo
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Saidas do aposentado pela chave 3. Na efetivacao o registro
      *> regravado sai da chave do aposentado, entao a leitura
      *> recomeca do inicio da chave a cada regravacao.
       2200-unifica-saida section.
       2200.
            move "CSBHD003"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            move zeroes                            to ws-unf-qtde-pod
            initialize                             fesd-chave-3
            move lnk-unf-cd-cliente-aposentado     to fesd-cd-cliente
            perform 9000-str-CSBHD003-eql-3
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                 or   fesd-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      initialize                   fpod-chave-1
                      move fesd-cd-empresa         to fpod-cd-empresa
                      move fesd-cd-filial          to fpod-cd-filial
                      move fesd-cd-saida           to fpod-cd-saida
                      perform 9000-ler-CSBHD067-ran
                      if   ws-operacao-ok
                           add 1                   to ws-unf-qtde-pod
                      end-if
                      move "00"                    to ws-resultado-acesso
                      if   lnk-unf-efetiva
                           move fesd-saida         to ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to fesd-cd-cliente
                           perform 9000-regravar-CSBHD003
                           if   ws-operacao-ok
                                move "CSBHF003"    to ws-hst-tabela
                                move fesd-chave-1  to ws-hst-chave
                                move "R"           to ws-hst-operacao
                                move fesd-saida    to ws-hst-imagem-atual
                                perform 9800-grava-historico
                                initialize         fesd-chave-3
                                move lnk-unf-cd-cliente-aposentado
                                                   to fesd-cd-cliente
                                perform 9000-str-CSBHD003-eql-3
                                if   not ws-operacao-ok
                                     move "S"      to ws-id-fim-arquivo
                                end-if
                           else
                                perform 2950-falha-gravacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

      *> O comprovante de entrega e da Saida: acompanha sem regravar.
            move "CSBHD067"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            move ws-unf-qtde-pod                   to lnk-unf-qtde-registros (ws-unf-idx)
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Pendencias: o cliente fica fora das chaves, varredura completa.
       2210-unifica-pendencia section.
       2210.
            move "CSBHD017"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fbpnd-chave-1
            perform 9000-str-CSBHD017-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD017-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fbpnd-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fbpnd-pendencia
                                                   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fbpnd-cd-cliente
                                move ws-ano-inv    to fbpnd-dt-atualizacao-ano
                                move ws-mes-inv    to fbpnd-dt-atualizacao-mes
                                move ws-dia-inv    to fbpnd-dt-atualizacao-dia
                                move ws-hora       to fbpnd-hr-atualizacao-hora
                                move ws-minutos    to fbpnd-hr-atualizacao-minuto
                                move ws-segundos   to fbpnd-hr-atualizacao-segundo
                                move este-programa to fbpnd-job-origem
                                perform 9000-regravar-CSBHD017
                                if   ws-operacao-ok
                                     move "CSBHF017"
                                                   to ws-hst-tabela
                                     move fbpnd-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fbpnd-pendencia
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
       2220-unifica-pedido-venda section.
       2220.
            move "CSBHD039"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fpdv-chave-2
            move lnk-unf-cd-cliente-aposentado     to fpdv-cd-cliente
            perform 9000-str-CSBHD039-eql-2
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD039-next
                 if   not ws-operacao-ok
                 or   fpdv-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           move fpdv-pedido-venda  to ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to fpdv-cd-cliente
                           move ws-ano-inv         to fpdv-dt-atualizacao-ano
                           move ws-mes-inv         to fpdv-dt-atualizacao-mes
                           move ws-dia-inv         to fpdv-dt-atualizacao-dia
                           move ws-hora            to fpdv-hr-atualizacao-hora
                           move ws-minutos         to fpdv-hr-atualizacao-minuto
                           move ws-segundos        to fpdv-hr-atualizacao-segundo
                           move este-programa      to fpdv-job-origem
                           perform 9000-regravar-CSBHD039
                           if   ws-operacao-ok
                                move "CSBHF039"    to ws-hst-tabela
                                move fpdv-chave-1  to ws-hst-chave
                                move "R"           to ws-hst-operacao
                                move fpdv-pedido-venda
                                                   to ws-hst-imagem-atual
                                perform 9800-grava-historico
                                initialize         fpdv-chave-2
                                move lnk-unf-cd-cliente-aposentado
                                                   to fpdv-cd-cliente
                                perform 9000-str-CSBHD039-eql-2
                                if   not ws-operacao-ok
                                     move "S"      to ws-id-fim-arquivo
                                end-if
                           else
                                perform 2950-falha-gravacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2220-exit.
            exit.
      *>=====================================================================
      *> Titulos a receber: o aging do sobrevivente passa a ver tudo.
       2230-unifica-titulo-receber section.
       2230.
            move "CSBHD040"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             ftcr-chave-2
            move lnk-unf-cd-cliente-aposentado     to ftcr-cd-cliente
            perform 9000-str-CSBHD040-eql-2
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD040-next
                 if   not ws-operacao-ok
                 or   ftcr-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           move ftcr-titulo-receber
                                                   to ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to ftcr-cd-cliente
                           move ws-ano-inv         to ftcr-dt-atualizacao-ano
                           move ws-mes-inv         to ftcr-dt-atualizacao-mes
                           move ws-dia-inv         to ftcr-dt-atualizacao-dia
                           move ws-hora            to ftcr-hr-atualizacao-hora
                           move ws-minutos         to ftcr-hr-atualizacao-minuto
                           move ws-segundos        to ftcr-hr-atualizacao-segundo
                           move este-programa      to ftcr-job-origem
                           perform 9000-regravar-CSBHD040
                           if   ws-operacao-ok
                                move "CSBHF040"    to ws-hst-tabela
                                move ftcr-chave-1  to ws-hst-chave
                                move "R"           to ws-hst-operacao
                                move ftcr-titulo-receber
                                                   to ws-hst-imagem-atual
                                perform 9800-grava-historico
                                initialize         ftcr-chave-2
                                move lnk-unf-cd-cliente-aposentado
                                                   to ftcr-cd-cliente
                                perform 9000-str-CSBHD040-eql-2
                                if   not ws-operacao-ok
                                     move "S"      to ws-id-fim-arquivo
                                end-if
                           else
                                perform 2950-falha-gravacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2230-exit.
            exit.
      *>=====================================================================
       2235-unifica-baixa-receber section.
       2235.
            move "CSBHD091"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fbxr-chave-1
            perform 9000-str-CSBHD091-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD091-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fbxr-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fbxr-baixa-receber
                                                   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fbxr-cd-cliente
                                move ws-ano-inv    to fbxr-dt-atualizacao-ano
                                move ws-mes-inv    to fbxr-dt-atualizacao-mes
                                move ws-dia-inv    to fbxr-dt-atualizacao-dia
                                move ws-hora       to fbxr-hr-atualizacao-hora
                                move ws-minutos    to fbxr-hr-atualizacao-minuto
                                move ws-segundos   to fbxr-hr-atualizacao-segundo
                                move este-programa to fbxr-job-origem
                                perform 9000-regravar-CSBHD091
                                if   ws-operacao-ok
                                     move "CSBHF091"
                                                   to ws-hst-tabela
                                     move fbxr-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fbxr-baixa-receber
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2235-exit.
            exit.
      *>=====================================================================
       2240-unifica-fatura section.
       2240.
            move "CSBHD029"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fftr-chave-2
            move lnk-unf-cd-cliente-aposentado     to fftr-cd-cliente
            perform 9000-str-CSBHD029-eql-2
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD029-next
                 if   not ws-operacao-ok
                 or   fftr-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           move fftr-fatura        to ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to fftr-cd-cliente
                           move ws-ano-inv         to fftr-dt-atualizacao-ano
                           move ws-mes-inv         to fftr-dt-atualizacao-mes
                           move ws-dia-inv         to fftr-dt-atualizacao-dia
                           move ws-hora            to fftr-hr-atualizacao-hora
                           move ws-minutos         to fftr-hr-atualizacao-minuto
                           move ws-segundos        to fftr-hr-atualizacao-segundo
                           move este-programa      to fftr-job-origem
                           perform 9000-regravar-CSBHD029
                           if   ws-operacao-ok
                                move "CSBHF029"    to ws-hst-tabela
                                move fftr-chave-1  to ws-hst-chave
                                move "R"           to ws-hst-operacao
                                move fftr-fatura   to ws-hst-imagem-atual
                                perform 9800-grava-historico
                                initialize         fftr-chave-2
                                move lnk-unf-cd-cliente-aposentado
                                                   to fftr-cd-cliente
                                perform 9000-str-CSBHD029-eql-2
                                if   not ws-operacao-ok
                                     move "S"      to ws-id-fim-arquivo
                                end-if
                           else
                                perform 2950-falha-gravacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2240-exit.
            exit.
      *>=====================================================================
       2245-unifica-boleto section.
       2245.
            move "CSBHD056"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fbol-chave-1
            perform 9000-str-CSBHD056-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD056-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fbol-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fbol-boleto   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fbol-cd-cliente
                                move ws-ano-inv    to fbol-dt-atualizacao-ano
                                move ws-mes-inv    to fbol-dt-atualizacao-mes
                                move ws-dia-inv    to fbol-dt-atualizacao-dia
                                move ws-hora       to fbol-hr-atualizacao-hora
                                move ws-minutos    to fbol-hr-atualizacao-minuto
                                move ws-segundos   to fbol-hr-atualizacao-segundo
                                move este-programa to fbol-job-origem
                                perform 9000-regravar-CSBHD056
                                if   ws-operacao-ok
                                     move "CSBHF056"
                                                   to ws-hst-tabela
                                     move fbol-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fbol-boleto
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2245-exit.
            exit.
      *>=====================================================================
      *> Acordo de preco: o cliente abre a chave, entao o acordo do
      *> aposentado e gravado na chave do sobrevivente e excluido. Se o
      *> sobrevivente ja tem acordo do mesmo produto e vigencia, o dele
      *> prevalece e o do aposentado so e excluido (conflito).
       2250-unifica-acordo-preco section.
       2250.
            move "CSBHD042"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             facp-chave-1
            move lnk-unf-cd-cliente-aposentado     to facp-cd-cliente
            perform 9000-str-CSBHD042-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD042-next
                 if   not ws-operacao-ok
                 or   facp-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           move facp-chave-1       to ws-unf-chave-salva
                           move facp-acordo-preco  to ws-unf-imagem-salva
                                                      ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to facp-cd-cliente
                           move ws-ano-inv         to facp-dt-atualizacao-ano
                           move ws-mes-inv         to facp-dt-atualizacao-mes
                           move ws-dia-inv         to facp-dt-atualizacao-dia
                           move ws-hora            to facp-hr-atualizacao-hora
                           move ws-minutos         to facp-hr-atualizacao-minuto
                           move ws-segundos        to facp-hr-atualizacao-segundo
                           move este-programa      to facp-job-origem
                           perform 9000-gravar-CSBHD042
                           evaluate true
                               when ws-operacao-ok
                                    move "CSBHF042"
                                                   to ws-hst-tabela
                                    move facp-chave-1
                                                   to ws-hst-chave
                                    move "W"       to ws-hst-operacao
                                    move facp-acordo-preco
                                                   to ws-hst-imagem-atual
                                    perform 9800-grava-historico
                               when ws-registro-existente
                                    add 1          to lnk-unf-qtde-conflitos (ws-unf-idx)
                                    move spaces    to ws-ds-tracelog
                                    string "2250-unifica-acordo-preco - "
                                           "acordo do sobrevivente prevalece: "
                                           facp-chave-1
                                           delimited by size into ws-ds-tracelog
                                    perform 9000-tracelog
                                    initialize     whs-mensagem
                                    move "00"      to ws-resultado-acesso
                               when other
                                    perform 2950-falha-gravacao
                           end-evaluate
                           if   not ws-fim-arquivo
                                move ws-unf-chave-salva
                                                   to facp-chave-1
                                perform 2255-exclui-acordo-aposentado
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2250-exit.
            exit.
      *>=====================================================================
       2255-exclui-acordo-aposentado section.
       2255.
            perform 9000-excluir-CSBHD042
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF042"                        to ws-hst-tabela
            move ws-unf-chave-salva                to ws-hst-chave
            move "D"                               to ws-hst-operacao
            move ws-unf-imagem-salva               to ws-hst-imagem-anterior
            move spaces                            to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to facp-chave-1
            perform 9000-str-CSBHD042-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
           .
       2255-exit.
            exit.
      *>=====================================================================
      *> Credito: exposicao e credito livre do aposentado somam no
      *> sobrevivente; o limite e o do sobrevivente, e o bloqueio de
      *> qualquer um dos dois vale para o unificado. Sem registro do
      *> sobrevivente, o do aposentado passa para o codigo dele.
       2260-unifica-credito section.
       2260.
            move "CSBHD030"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fcrd-chave-1
            move lnk-unf-cd-cliente-aposentado     to fcrd-cd-cliente
            perform 9000-ler-CSBHD030-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            add 1                                  to lnk-unf-qtde-registros (ws-unf-idx)
            if   not lnk-unf-efetiva
                 exit section
            end-if

            move fcrd-credito                      to ws-unf-imagem-salva
            move fcrd-exposicao                    to ws-unf-crd-exposicao
            move fcrd-saldo-credito                to ws-unf-crd-saldo-credito
            move fcrd-id-bloqueado                 to ws-unf-crd-id-bloqueado

            initialize                             fcrd-chave-1
            move lnk-unf-cd-cliente-sobrevivente   to fcrd-cd-cliente
            perform 9000-ler-CSBHD030-ran
            if   ws-operacao-ok
                 move fcrd-credito                 to ws-hst-imagem-anterior
                 add ws-unf-crd-exposicao          to fcrd-exposicao
                 add ws-unf-crd-saldo-credito      to fcrd-saldo-credito
                 if   ws-unf-crd-id-bloqueado equal "B"
                      move "B"                     to fcrd-id-bloqueado
                 end-if
                 move "R"                          to ws-hst-operacao
            else
                 move ws-unf-imagem-salva          to fcrd-credito
                 move lnk-unf-cd-cliente-sobrevivente
                                                   to fcrd-cd-cliente
                 move ws-unf-imagem-salva          to ws-hst-imagem-anterior
                 move "W"                          to ws-hst-operacao
            end-if
            move ws-ano-inv                        to fcrd-dt-atualizacao-ano
            move ws-mes-inv                        to fcrd-dt-atualizacao-mes
            move ws-dia-inv                        to fcrd-dt-atualizacao-dia
            move ws-hora                           to fcrd-hr-atualizacao-hora
            move ws-minutos                        to fcrd-hr-atualizacao-minuto
            move ws-segundos                       to fcrd-hr-atualizacao-segundo
            move este-programa                     to fcrd-job-origem
            if   ws-hst-operacao equal "W"
                 perform 9000-gravar-CSBHD030
            else
                 perform 9000-regravar-CSBHD030
            end-if
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF030"                        to ws-hst-tabela
            move fcrd-chave-1                      to ws-hst-chave
            move fcrd-credito                      to ws-hst-imagem-atual
            perform 9800-grava-historico

            initialize                             fcrd-chave-1
            move lnk-unf-cd-cliente-aposentado     to fcrd-cd-cliente
            perform 9000-excluir-CSBHD030
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF030"                        to ws-hst-tabela
            move fcrd-chave-1                      to ws-hst-chave
            move "D"                               to ws-hst-operacao
            move ws-unf-imagem-salva               to ws-hst-imagem-anterior
            move spaces                            to ws-hst-imagem-atual
            perform 9800-grava-historico
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> Creditos de adiantamento: a chave e cliente + sequencia, entao
      *> cada credito do aposentado ganha a proxima sequencia livre do
      *> sobrevivente. O saldo livre ja foi somado em CSBHD030 (2260).
       2270-unifica-adiantamento section.
       2270.
            move "CSBHD094"                        to ws-unf-arquivo
            perform 2150-abre-contagem

            move zeroes                            to ws-unf-sequencia
            initialize                             fadt-chave-1
            move lnk-unf-cd-cliente-sobrevivente   to fadt-cd-cliente
            move 99999                             to fadt-sequencia
            perform 9000-str-CSBHD094-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD094-next
                 if   ws-operacao-ok
                 and  fadt-cd-cliente equal lnk-unf-cd-cliente-sobrevivente
                      move fadt-sequencia          to ws-unf-sequencia
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fadt-chave-1
            move lnk-unf-cd-cliente-aposentado     to fadt-cd-cliente
            perform 9000-str-CSBHD094-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD094-next
                 if   not ws-operacao-ok
                 or   fadt-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           perform 2275-move-adiantamento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2270-exit.
            exit.
      *>=====================================================================
       2275-move-adiantamento section.
       2275.
            move fadt-chave-1                      to ws-unf-chave-salva
            move fadt-credito-cliente              to ws-unf-imagem-salva
                                                      ws-hst-imagem-anterior
            add 1                                  to ws-unf-sequencia
            move lnk-unf-cd-cliente-sobrevivente   to fadt-cd-cliente
            move ws-unf-sequencia                  to fadt-sequencia
            move ws-ano-inv                        to fadt-dt-atualizacao-ano
            move ws-mes-inv                        to fadt-dt-atualizacao-mes
            move ws-dia-inv                        to fadt-dt-atualizacao-dia
            move ws-hora                           to fadt-hr-atualizacao-hora
            move ws-minutos                        to fadt-hr-atualizacao-minuto
            move ws-segundos                       to fadt-hr-atualizacao-segundo
            move este-programa                     to fadt-job-origem
            perform 9000-gravar-CSBHD094
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF094"                        to ws-hst-tabela
            move fadt-chave-1                      to ws-hst-chave
            move "W"                               to ws-hst-operacao
            move fadt-credito-cliente              to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to fadt-chave-1
            perform 9000-excluir-CSBHD094
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF094"                        to ws-hst-tabela
            move ws-unf-chave-salva                to ws-hst-chave
            move "D"                               to ws-hst-operacao
            move ws-unf-imagem-salva               to ws-hst-imagem-anterior
            move spaces                            to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to fadt-chave-1
            perform 9000-str-CSBHD094-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
           .
       2275-exit.
            exit.
      *>=====================================================================
       2280-unifica-rma section.
       2280.
            move "CSBHD046"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             frma-chave-2
            move lnk-unf-cd-cliente-aposentado     to frma-cd-cliente
            perform 9000-str-CSBHD046-eql-2
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD046-next
                 if   not ws-operacao-ok
                 or   frma-cd-cliente not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           move frma-autorizacao-devolucao
                                                   to ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to frma-cd-cliente
                           move ws-ano-inv         to frma-dt-atualizacao-ano
                           move ws-mes-inv         to frma-dt-atualizacao-mes
                           move ws-dia-inv         to frma-dt-atualizacao-dia
                           move ws-hora            to frma-hr-atualizacao-hora
                           move ws-minutos         to frma-hr-atualizacao-minuto
                           move ws-segundos        to frma-hr-atualizacao-segundo
                           move este-programa      to frma-job-origem
                           perform 9000-regravar-CSBHD046
                           if   ws-operacao-ok
                                move "CSBHF046"    to ws-hst-tabela
                                move frma-chave-1  to ws-hst-chave
                                move "R"           to ws-hst-operacao
                                move frma-autorizacao-devolucao
                                                   to ws-hst-imagem-atual
                                perform 9800-grava-historico
                                initialize         frma-chave-2
                                move lnk-unf-cd-cliente-aposentado
                                                   to frma-cd-cliente
                                perform 9000-str-CSBHD046-eql-2
                                if   not ws-operacao-ok
                                     move "S"      to ws-id-fim-arquivo
                                end-if
                           else
                                perform 2950-falha-gravacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2280-exit.
            exit.
      *>=====================================================================
      *> Posicao de consignacao: o cliente fica no meio da chave, entao
      *> a varredura e completa; o saldo em poder do aposentado soma na
      *> posicao do sobrevivente na mesma filial e produto. Como a
      *> soma le o proprio arquivo, a varredura recomeca depois da
      *> chave do registro tratado.
       2290-unifica-consignacao section.
       2290.
            move "CSBHD066"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fcsg-chave-1
            perform 9000-str-CSBHD066-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD066-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcsg-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                perform 2292-soma-consignacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2290-exit.
            exit.
      *>=====================================================================
       2292-soma-consignacao section.
       2292.
            move fcsg-chave-1                      to ws-unf-chave-salva
            move fcsg-consignacao                  to ws-unf-imagem-salva
            move fcsg-qtde-em-poder                to ws-unf-csg-qtde-em-poder

            move lnk-unf-cd-cliente-sobrevivente   to fcsg-cd-cliente
            perform 9000-ler-CSBHD066-ran
            if   ws-operacao-ok
                 move fcsg-consignacao             to ws-hst-imagem-anterior
                 add ws-unf-csg-qtde-em-poder      to fcsg-qtde-em-poder
                 move "R"                          to ws-hst-operacao
            else
                 move ws-unf-imagem-salva          to fcsg-consignacao
                                                      ws-hst-imagem-anterior
                 move lnk-unf-cd-cliente-sobrevivente
                                                   to fcsg-cd-cliente
                 move "W"                          to ws-hst-operacao
            end-if
            move ws-ano-inv                        to fcsg-dt-atualizacao-ano
            move ws-mes-inv                        to fcsg-dt-atualizacao-mes
            move ws-dia-inv                        to fcsg-dt-atualizacao-dia
            move ws-hora                           to fcsg-hr-atualizacao-hora
            move ws-minutos                        to fcsg-hr-atualizacao-minuto
            move ws-segundos                       to fcsg-hr-atualizacao-segundo
            move este-programa                     to fcsg-job-origem
            if   ws-hst-operacao equal "W"
                 perform 9000-gravar-CSBHD066
            else
                 perform 9000-regravar-CSBHD066
            end-if
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF066"                        to ws-hst-tabela
            move fcsg-chave-1                      to ws-hst-chave
            move fcsg-consignacao                  to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to fcsg-chave-1
            perform 9000-excluir-CSBHD066
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF066"                        to ws-hst-tabela
            move ws-unf-chave-salva                to ws-hst-chave
            move "D"                               to ws-hst-operacao
            move ws-unf-imagem-salva               to ws-hst-imagem-anterior
            move spaces                            to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to fcsg-chave-1
            perform 9000-str-CSBHD066-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
           .
       2292-exit.
            exit.
      *>=====================================================================
      *> Movimentos de consignacao (controle de documento ja aplicado):
      *> passam para a chave do sobrevivente; documento que o
      *> sobrevivente ja tem na mesma filial e produto prevalece.
       2295-unifica-movimento-consignacao section.
       2295.
            move "CSBHD076"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fcsm-chave-1
            perform 9000-str-CSBHD076-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD076-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcsm-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                perform 2297-move-movimento-consignacao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2295-exit.
            exit.
      *>=====================================================================
       2297-move-movimento-consignacao section.
       2297.
            move fcsm-chave-1                      to ws-unf-chave-salva
            move fcsm-movimento                    to ws-unf-imagem-salva
                                                      ws-hst-imagem-anterior
            move lnk-unf-cd-cliente-sobrevivente   to fcsm-cd-cliente
            move ws-ano-inv                        to fcsm-dt-atualizacao-ano
            move ws-mes-inv                        to fcsm-dt-atualizacao-mes
            move ws-dia-inv                        to fcsm-dt-atualizacao-dia
            move ws-hora                           to fcsm-hr-atualizacao-hora
            move ws-minutos                        to fcsm-hr-atualizacao-minuto
            move ws-segundos                       to fcsm-hr-atualizacao-segundo
            move este-programa                     to fcsm-job-origem
            perform 9000-gravar-CSBHD076
            evaluate true
                when ws-operacao-ok
                     move "CSBHF076"               to ws-hst-tabela
                     move fcsm-chave-1             to ws-hst-chave
                     move "W"                      to ws-hst-operacao
                     move fcsm-movimento           to ws-hst-imagem-atual
                     perform 9800-grava-historico
                when ws-registro-existente
                     add 1                         to lnk-unf-qtde-conflitos (ws-unf-idx)
                     move spaces                   to ws-ds-tracelog
                     string "2297-move-movimento-consignacao - "
                            "documento do sobrevivente prevalece: "
                            fcsm-chave-1
                            delimited by size into ws-ds-tracelog
                     perform 9000-tracelog
                     initialize                    whs-mensagem
                     move "00"                     to ws-resultado-acesso
                when other
                     perform 2950-falha-gravacao
                     exit section
            end-evaluate

            move ws-unf-chave-salva                to fcsm-chave-1
            perform 9000-excluir-CSBHD076
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF076"                        to ws-hst-tabela
            move ws-unf-chave-salva                to ws-hst-chave
            move "D"                               to ws-hst-operacao
            move ws-unf-imagem-salva               to ws-hst-imagem-anterior
            move spaces                            to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to fcsm-chave-1
            perform 9000-str-CSBHD076-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
           .
       2297-exit.
            exit.
      *>=====================================================================
      *> Pedido de compra drop-ship: destino da entrega.
       2300-unifica-pedido-compra section.
       2300.
            move "CSBHD019"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fpdc-chave-1
            perform 9000-str-CSBHD019-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD019-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fpdc-cd-cliente-entrega equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fpdc-pedido-compra
                                                   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fpdc-cd-cliente-entrega
                                move ws-ano-inv    to fpdc-dt-atualizacao-ano
                                move ws-mes-inv    to fpdc-dt-atualizacao-mes
                                move ws-dia-inv    to fpdc-dt-atualizacao-dia
                                move ws-hora       to fpdc-hr-atualizacao-hora
                                move ws-minutos    to fpdc-hr-atualizacao-minuto
                                move ws-segundos   to fpdc-hr-atualizacao-segundo
                                move este-programa to fpdc-job-origem
                                perform 9000-regravar-CSBHD019
                                if   ws-operacao-ok
                                     move "CSBHF019"
                                                   to ws-hst-tabela
                                     move fpdc-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fpdc-pedido-compra
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2310-unifica-onda section.
       2310.
            move "CSBHD108"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fion-chave-1
            perform 9000-str-CSBHD108-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD108-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fion-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fion-item-onda
                                                   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fion-cd-cliente
                                move ws-ano-inv    to fion-dt-atualizacao-ano
                                move ws-mes-inv    to fion-dt-atualizacao-mes
                                move ws-dia-inv    to fion-dt-atualizacao-dia
                                move ws-hora       to fion-hr-atualizacao-hora
                                move ws-minutos    to fion-hr-atualizacao-minuto
                                move ws-segundos   to fion-hr-atualizacao-segundo
                                move este-programa to fion-job-origem
                                perform 9000-regravar-CSBHD108
                                if   ws-operacao-ok
                                     move "CSBHF108"
                                                   to ws-hst-tabela
                                     move fion-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fion-item-onda
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-unifica-venda-perdida section.
       2320.
            move "CSBHD118"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fvpd-chave-1
            perform 9000-str-CSBHD118-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD118-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fvpd-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fvpd-venda-perdida
                                                   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fvpd-cd-cliente
                                move ws-ano-inv    to fvpd-dt-atualizacao-ano
                                move ws-mes-inv    to fvpd-dt-atualizacao-mes
                                move ws-dia-inv    to fvpd-dt-atualizacao-dia
                                move ws-hora       to fvpd-hr-atualizacao-hora
                                move ws-minutos    to fvpd-hr-atualizacao-minuto
                                move ws-segundos   to fvpd-hr-atualizacao-segundo
                                move este-programa to fvpd-job-origem
                                perform 9000-regravar-CSBHD118
                                if   ws-operacao-ok
                                     move "CSBHF118"
                                                   to ws-hst-tabela
                                     move fvpd-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fvpd-venda-perdida
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2320-exit.
            exit.
      *>=====================================================================
       2330-unifica-cotacao section.
       2330.
            move "CSBHD121"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fcvd-chave-1
            perform 9000-str-CSBHD121-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD121-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcvd-cd-cliente equal lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fcvd-cotacao-venda
                                                   to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fcvd-cd-cliente
                                move ws-ano-inv    to fcvd-dt-atualizacao-ano
                                move ws-mes-inv    to fcvd-dt-atualizacao-mes
                                move ws-dia-inv    to fcvd-dt-atualizacao-dia
                                move ws-hora       to fcvd-hr-atualizacao-hora
                                move ws-minutos    to fcvd-hr-atualizacao-minuto
                                move ws-segundos   to fcvd-hr-atualizacao-segundo
                                move este-programa to fcvd-job-origem
                                perform 9000-regravar-CSBHD121
                                if   ws-operacao-ok
                                     move "CSBHF121"
                                                   to ws-hst-tabela
                                     move fcvd-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fcvd-cotacao-venda
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2330-exit.
            exit.
      *>=====================================================================
      *> Contatos: a chave leva o codigo do cliente, entao o contato e
      *> regravado no sobrevivente e excluido do aposentado.
       2340-unifica-contato section.
       2340.
            move "CSBHD015"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            initialize                             fctt-chave-1
            move "C"                               to fctt-tipo-origem
            move lnk-unf-cd-cliente-aposentado     to fctt-cd-origem
            perform 9000-str-CSBHD015-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD015-next
                 if   not ws-operacao-ok
                 or   not fctt-tipo-cliente
                 or   fctt-cd-origem not equal lnk-unf-cd-cliente-aposentado
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to lnk-unf-qtde-registros (ws-unf-idx)
                      if   lnk-unf-efetiva
                           move fctt-chave-1       to ws-unf-chave-salva
                           move fctt-contato       to ws-unf-imagem-salva
                                                      ws-hst-imagem-anterior
                           move lnk-unf-cd-cliente-sobrevivente
                                                   to fctt-cd-origem
                           perform 9000-gravar-CSBHD015
                           evaluate true
                               when ws-operacao-ok
                                    move "CSBHF015"
                                                   to ws-hst-tabela
                                    move fctt-chave-1
                                                   to ws-hst-chave
                                    move "W"       to ws-hst-operacao
                                    move fctt-contato
                                                   to ws-hst-imagem-atual
                                    perform 9800-grava-historico
                               when ws-registro-existente
                                    add 1          to lnk-unf-qtde-conflitos (ws-unf-idx)
                                    move spaces    to ws-ds-tracelog
                                    string "2340-unifica-contato - "
                                           "contato do sobrevivente prevalece: "
                                           fctt-chave-1
                                           delimited by size into ws-ds-tracelog
                                    perform 9000-tracelog
                                    initialize     whs-mensagem
                                    move "00"      to ws-resultado-acesso
                               when other
                                    perform 2950-falha-gravacao
                           end-evaluate
                           if   not ws-fim-arquivo
                                move ws-unf-chave-salva
                                                   to fctt-chave-1
                                perform 2345-exclui-contato-aposentado
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2340-exit.
            exit.
      *>=====================================================================
       2345-exclui-contato-aposentado section.
       2345.
            perform 9000-excluir-CSBHD015
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF015"                        to ws-hst-tabela
            move ws-unf-chave-salva                to ws-hst-chave
            move "D"                               to ws-hst-operacao
            move ws-unf-imagem-salva               to ws-hst-imagem-anterior
            move spaces                            to ws-hst-imagem-atual
            perform 9800-grava-historico

            move ws-unf-chave-salva                to fctt-chave-1
            perform 9000-str-CSBHD015-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
           .
       2345-exit.
            exit.
      *>=====================================================================
      *> Cadastro: quem ja apontava para o aposentado (unificacao
      *> anterior) passa a apontar para o sobrevivente, e o aposentado
      *> fica inativo com o ponteiro - so quando tudo foi repontado.
       2800-aposenta-cliente section.
       2800.
            move "CSBHD013"                        to ws-unf-arquivo
            perform 2150-abre-contagem
            add 1                                  to lnk-unf-qtde-registros (ws-unf-idx)

            initialize                             fdcli-chave-1
            perform 9000-str-CSBHD013-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD013-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdcli-situacao-inativa
                      and  fdcli-cd-cliente-sucessor equal
                           lnk-unf-cd-cliente-aposentado
                           add 1                   to lnk-unf-qtde-registros (ws-unf-idx)
                           if   lnk-unf-efetiva
                                move fdcli-cliente to ws-hst-imagem-anterior
                                move lnk-unf-cd-cliente-sobrevivente
                                                   to fdcli-cd-cliente-sucessor
                                perform 2860-carimba-cliente
                                perform 9000-regravar-CSBHD013
                                if   ws-operacao-ok
                                     move "CSBHF013"
                                                   to ws-hst-tabela
                                     move fdcli-chave-1
                                                   to ws-hst-chave
                                     move "R"      to ws-hst-operacao
                                     move fdcli-cliente
                                                   to ws-hst-imagem-atual
                                     perform 9800-grava-historico
                                else
                                     perform 2950-falha-gravacao
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   not lnk-unf-efetiva
            or   ws-unf-qtde-erros > zeroes
                 exit section
            end-if

            initialize                             fdcli-chave-1
            move lnk-unf-cd-cliente-aposentado     to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move fdcli-cliente                     to ws-hst-imagem-anterior
            move "I"                               to fdcli-situacao
            move lnk-unf-cd-cliente-sobrevivente   to fdcli-cd-cliente-sucessor
            perform 2860-carimba-cliente
            perform 9000-regravar-CSBHD013
            if   not ws-operacao-ok
                 perform 2950-falha-gravacao
                 exit section
            end-if
            move "CSBHF013"                        to ws-hst-tabela
            move fdcli-chave-1                     to ws-hst-chave
            move "R"                               to ws-hst-operacao
            move fdcli-cliente                     to ws-hst-imagem-atual
            perform 9800-grava-historico
           .
       2800-exit.
            exit.
      *>=====================================================================
      *> Contagem por arquivo no tracelog e o desfecho para quem chamou.
       2850-resume-unificacao section.
       2850.
            perform varying ws-unf-idx from 1 by 1
                    until ws-unf-idx > lnk-unf-qtde-arquivos
                 move spaces                       to ws-ds-tracelog
                 string "2850-resume-unificacao - "
                        lnk-unf-arquivo (ws-unf-idx)
                        " registros " lnk-unf-qtde-registros (ws-unf-idx)
                        " conflitos " lnk-unf-qtde-conflitos (ws-unf-idx)
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-perform

            if   ws-unf-qtde-erros > zeroes
                 move "N"                          to lnk-unf-id-ok
                 string "Unificacao incompleta - " ws-unf-qtde-erros
                        " falha(s) de gravacao; o cliente "
                        lnk-unf-cd-cliente-aposentado
                        " segue ativo, execute de novo"
                        delimited by size into lnk-unf-id-erro
            else
                 move "S"                          to lnk-unf-id-ok
            end-if
           .
       2850-exit.
            exit.
      *>=====================================================================
      *> Carimbo do cadastro regravado: a manutencao online (CSBH03019M)
      *> aberta sobre o cliente antes da unificacao recusa a alteracao.
       2860-carimba-cliente section.
       2860.
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
       2860-exit.
            exit.
      *>=====================================================================
      *> Falha de gravacao: registra e encerra a varredura do arquivo
      *> corrente; o aposentado nao e inativado (2800).
       2950-falha-gravacao section.
       2950.
            string "Erro - " ws-unf-arquivo " - " whs-mensagem
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
            add 1                                  to ws-unf-qtde-erros
            move "S"                               to ws-id-fim-arquivo
            initialize                             whs-mensagem
            move "00"                              to ws-resultado-acesso
           .
       2950-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

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
            move Return-Code                    to ws-id-tracelog-csbh03085m

            if   ws-tracelog-csbh03085m
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
            if   ws-tracelog-csbh03085m
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
       COPY CSBHP005.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL013.
       COPY CSBHL015.
       COPY CSBHL017.
       COPY CSBHL019.
       COPY CSBHL029.
       COPY CSBHL030.
       COPY CSBHL036.
       COPY CSBHL039.
       COPY CSBHL040.
       COPY CSBHL042.
       COPY CSBHL046.
       COPY CSBHL056.
       COPY CSBHL066.
       COPY CSBHL067.
       COPY CSBHL076.
       COPY CSBHL091.
       COPY CSBHL094.
       COPY CSBHL108.
       COPY CSBHL118.
       COPY CSBHL121.
