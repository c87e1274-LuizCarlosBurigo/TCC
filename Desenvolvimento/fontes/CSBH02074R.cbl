       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02074R.
      *>=====================================================================
      *> Relatorio de pedidos drop-ship aguardando o fornecedor: cada
      *> linha de pedido de compra drop-ship (CSBHD019) ainda aberta -
      *> gerada pela alocacao CSBH03023B e ainda sem a confirmacao de
      *> entrega do CSBH03068D - com o fornecedor, o cliente e a linha de
      *> venda atendida (CSBHD039), os dias de espera desde o pedido ao
      *> fornecedor e a marca de atraso quando a data desejada pelo
      *> cliente ja passou. Com lnk-saida-csv as linhas saem tambem em
      *> CSBH02074R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS019.
           COPY CSBHS039.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF019.
           COPY CSBHF039.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02074R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02074r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02074r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-pedido                     pic x(01) value spaces.
              88 ws-fim-pedido                               value "S" "s".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-data-pedido-num                   pic 9(08) value zeroes.
           03 ws-data-desejada-num                 pic 9(08) value zeroes.
           03 ws-dias-espera                       pic 9(05) value zeroes.
           03 ws-id-atraso                         pic x(09) value spaces.
           03 ws-qtde-linhas-pendentes             pic 9(05) value zeroes.
           03 ws-qtde-linhas-atrasadas             pic 9(05) value zeroes.
           03 ws-valor-pendente                    pic s9(11)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.

      *>=====================================================================
       COPY CSBHW0001.
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

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to ws-data-hoje
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02074R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD039
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 if   lnk-saida-csv
                      string lnk-extractionPath delimited by space,
                             "/CSBH02074R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                      open output arqsaidadados
                      move spaces                  to csv-linha
                      move "empresa;filial;pedido-compra;sequencia;fornecedor;cliente;pedido-venda;seq-venda;produto;quantidade;valor-estimado;data-pedido;data-desejada;dias-espera;atraso"
                                                   to csv-linha
                      write csv-linha
                 end-if
                 perform 2100-percorre-pedidos
                 perform 2900-rodape
                 if   lnk-saida-csv
                      close arqsaidadados
                 end-if
                 close relatorio
                 close CSBHD019
                 close CSBHD039
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2010-cabecalho section.
       2010.
            move spaces                            to rel-linha
            string "Pedidos drop-ship aguardando confirmacao do fornecedor"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ped.compra Fornecedor Cliente    Ped.venda  Produto    Quantidade Pedido   Desejada Dias"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
       2100-percorre-pedidos section.
       2100.
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
                      if   fpdc-drop-ship
                      and  fpdc-situacao-aberta
                           perform 2200-imprime-linha-pedido
                      end-if
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> A linha de venda ligada da a data que o cliente quer receber; a
      *> leitura randomica de CSBHD039 nao perturba a varredura de
      *> CSBHD019.
       2200-imprime-linha-pedido section.
       2200.
            move zeroes                            to ws-data-desejada-num
            initialize                             fpdv-chave-1
            move fpdc-cd-empresa                   to fpdv-cd-empresa
            move fpdc-cd-filial                    to fpdv-cd-filial
            move fpdc-cd-pedido-venda              to fpdv-cd-pedido
            move fpdc-seq-pedido-venda             to fpdv-sequencia
            perform 9000-ler-CSBHD039-ran
            if   ws-operacao-ok
                 move fpdv-data-desejada           to ws-data-desejada-num
            end-if
            move "00"                              to ws-resultado-acesso

            move fpdc-data-pedido                  to ws-data-pedido-num
            move zeroes                            to ws-dias-espera
            if   ws-data-pedido-num not equal zeroes
            and  ws-data-pedido-num < ws-data-hoje
                 compute ws-dias-espera =
                         function integer-of-date(ws-data-hoje)
                       - function integer-of-date(ws-data-pedido-num)
            end-if

            move spaces                            to ws-id-atraso
            if   ws-data-desejada-num not equal zeroes
            and  ws-data-desejada-num < ws-data-hoje
                 move "ATRASADO"                   to ws-id-atraso
                 add 1                             to ws-qtde-linhas-atrasadas
            end-if

            add 1                                  to ws-qtde-linhas-pendentes
            add fpdc-valor                         to ws-valor-pendente
            move spaces                            to rel-linha
            string fpdc-cd-pedido " " fpdc-cd-fornecedor " "
                   fpdc-cd-cliente-entrega " " fpdc-cd-pedido-venda " "
                   fpdc-cd-produto " " fpdc-qtdade " "
                   ws-data-pedido-num " " ws-data-desejada-num " "
                   ws-dias-espera " " ws-id-atraso
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string fpdc-cd-empresa ";" fpdc-cd-filial ";"
                        fpdc-cd-pedido ";" fpdc-sequencia ";"
                        fpdc-cd-fornecedor ";" fpdc-cd-cliente-entrega ";"
                        fpdc-cd-pedido-venda ";" fpdc-seq-pedido-venda ";"
                        fpdc-cd-produto ";" fpdc-qtdade ";"
                        fpdc-valor ";" ws-data-pedido-num ";"
                        ws-data-desejada-num ";" ws-dias-espera ";"
                        delimited by size,
                        ws-id-atraso delimited by space
                        into csv-linha
                 write csv-linha
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas aguardando fornecedor: " ws-qtde-linhas-pendentes
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas com entrega atrasada : " ws-qtde-linhas-atrasadas
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-valor-pendente                 to ws-valor-edt
            move spaces                            to rel-linha
            string "Valor estimado pendente     : " ws-valor-edt
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2900-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh02074r

            if   ws-tracelog-csbh02074r
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
            if   ws-tracelog-csbh02074r
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL019.
       COPY CSBHL039.
