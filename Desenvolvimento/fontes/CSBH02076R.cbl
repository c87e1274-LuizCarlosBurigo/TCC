       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02076R.
      *>=====================================================================
      *> Relatorio de envelhecimento dos avisos de embarque (ASN,
      *> CSBHD103) que nunca chegaram: cada linha ainda aberta - nenhuma
      *> linha de ITEM_ENTRADA do fornecedor a casou na carga do
      *> CSBH01001C - com o fornecedor, o numero do ASN, o pedido de
      *> compra, o produto (e o codigo dele no fornecedor), a quantidade
      *> avisada, as datas de envio e de chegada prevista e os dias de
      *> atraso contados da chegada prevista, na faixa de envelhecimento
      *> (no prazo, 1-7, 8-30, mais de 30 dias). Subtotal por faixa em
      *> cada quebra de filial. Com lnk-saida-csv as linhas saem tambem
      *> em CSBH02076R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS103.

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
           COPY CSBHF103.

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
       78  este-programa                                     value "CSBH02076R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02076r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02076r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-asn                        pic x(01) value spaces.
              88 ws-fim-asn                                  value "S" "s".
           03 ws-id-primeira-filial                pic x(01) value "S".
              88 ws-primeira-filial                          value "S" "s".
           03 ws-cd-empresa-corrente               pic 9(03) value zeroes.
           03 ws-cd-filial-corrente                pic 9(03) value zeroes.
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-dias-atraso                       pic 9(05) value zeroes.
           03 ws-ds-faixa                          pic x(09) value spaces.
           03 ws-idx-faixa                         pic 9(01) value zeroes.
           03 ws-filial-faixa occurs 4 times        pic 9(05).
           03 ws-total-faixa occurs 4 times         pic 9(05).
           03 ws-qtde-linhas-abertas               pic 9(05) value zeroes.
           03 ws-qtde-avisada                      pic 9(11) value zeroes.

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
            initialize                             ws-filial-faixa (1)
                                                   ws-filial-faixa (2)
                                                   ws-filial-faixa (3)
                                                   ws-filial-faixa (4)
                                                   ws-total-faixa (1)
                                                   ws-total-faixa (2)
                                                   ws-total-faixa (3)
                                                   ws-total-faixa (4)
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02076R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD103
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 if   lnk-saida-csv
                      string lnk-extractionPath delimited by space,
                             "/CSBH02076R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                      open output arqsaidadados
                      move spaces                  to csv-linha
                      move "empresa;filial;fornecedor;asn;sequencia;pedido;produto;item-fornecedor;quantidade;lote;data-envio;data-prevista;dias-atraso;faixa"
                                                   to csv-linha
                      write csv-linha
                 end-if
                 perform 2100-percorre-asn
                 if   not ws-primeira-filial
                      perform 2800-subtotal-filial
                 end-if
                 perform 2900-rodape
                 if   lnk-saida-csv
                      close arqsaidadados
                 end-if
                 close relatorio
                 close CSBHD103
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
            string "Avisos de embarque (ASN) nao recebidos - envelhecimento"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Fornecedor ASN                  Seq   Pedido    Produto   Quantidade Envio    Prevista Atraso Faixa"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
       2100-percorre-asn section.
       2100.
            move low-values                        to fasn-chave-1
            perform 9000-str-CSBHD103-gtr
            move spaces                            to ws-id-fim-asn
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-asn
            end-if
            perform until ws-fim-asn
                 perform 9000-ler-CSBHD103-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-asn
                 else
                      if   fasn-situacao-aberta
                           perform 2150-quebra-filial
                           perform 2200-imprime-linha-asn
                      end-if
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
       2150-quebra-filial section.
       2150.
            if   not ws-primeira-filial
            and  fasn-cd-empresa equal ws-cd-empresa-corrente
            and  fasn-cd-filial  equal ws-cd-filial-corrente
                 exit section
            end-if
            if   not ws-primeira-filial
                 perform 2800-subtotal-filial
            end-if
            move spaces                            to ws-id-primeira-filial
            move fasn-cd-empresa                   to ws-cd-empresa-corrente
            move fasn-cd-filial                    to ws-cd-filial-corrente
            initialize                             ws-filial-faixa (1)
                                                   ws-filial-faixa (2)
                                                   ws-filial-faixa (3)
                                                   ws-filial-faixa (4)
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Empresa " fasn-cd-empresa " filial " fasn-cd-filial
                   delimited by size into rel-linha
            write rel-linha
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Atraso contado da chegada prevista; linha ainda dentro do prazo
      *> fica na faixa 1.
       2200-imprime-linha-asn section.
       2200.
            move zeroes                            to ws-dias-atraso
            if   fasn-data-prevista not equal zeroes
            and  fasn-data-prevista < ws-data-hoje
                 compute ws-dias-atraso =
                         function integer-of-date(ws-data-hoje)
                       - function integer-of-date(fasn-data-prevista)
            end-if

            evaluate true
                when ws-dias-atraso equal zeroes
                     move 1                        to ws-idx-faixa
                     move "No prazo"               to ws-ds-faixa
                when ws-dias-atraso not greater 7
                     move 2                        to ws-idx-faixa
                     move "1-7"                    to ws-ds-faixa
                when ws-dias-atraso not greater 30
                     move 3                        to ws-idx-faixa
                     move "8-30"                   to ws-ds-faixa
                when other
                     move 4                        to ws-idx-faixa
                     move "Mais de 30"             to ws-ds-faixa
            end-evaluate
            add 1                                  to ws-filial-faixa (ws-idx-faixa)
            add 1                                  to ws-total-faixa (ws-idx-faixa)
            add 1                                  to ws-qtde-linhas-abertas
            add fasn-qtdade                        to ws-qtde-avisada

            move spaces                            to rel-linha
            string fasn-cd-fornecedor " " fasn-nr-asn " "
                   fasn-sequencia " " fasn-cd-pedido " "
                   fasn-cd-produto " " fasn-qtdade " "
                   fasn-data-envio " " fasn-data-prevista " "
                   ws-dias-atraso " " ws-ds-faixa
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "           Item no fornecedor: " delimited by size,
                   fasn-cd-produto-fornecedor delimited by "  ",
                   "  Lote: " delimited by size,
                   fasn-lote delimited by "  "
                   into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string fasn-cd-empresa ";" fasn-cd-filial ";"
                        fasn-cd-fornecedor ";"
                        delimited by size,
                        fasn-nr-asn delimited by space,
                        ";" fasn-sequencia ";" fasn-cd-pedido ";"
                        fasn-cd-produto ";"
                        delimited by size,
                        fasn-cd-produto-fornecedor delimited by "  ",
                        ";" fasn-qtdade ";"
                        delimited by size,
                        fasn-lote delimited by "  ",
                        ";" fasn-data-envio ";" fasn-data-prevista ";"
                        ws-dias-atraso ";"
                        delimited by size,
                        ws-ds-faixa delimited by "  "
                        into csv-linha
                 write csv-linha
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2800-subtotal-filial section.
       2800.
            move spaces                            to rel-linha
            string "  Filial " ws-cd-filial-corrente
                   " - no prazo: " ws-filial-faixa (1)
                   "  1-7: " ws-filial-faixa (2)
                   "  8-30: " ws-filial-faixa (3)
                   "  mais de 30: " ws-filial-faixa (4)
                   delimited by size into rel-linha
            write rel-linha
           .
       2800-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas de ASN nao recebidas : " ws-qtde-linhas-abertas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Quantidade avisada          : " ws-qtde-avisada
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  No prazo                  : " ws-total-faixa (1)
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Atraso de 1 a 7 dias      : " ws-total-faixa (2)
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Atraso de 8 a 30 dias     : " ws-total-faixa (3)
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Atraso de mais de 30 dias : " ws-total-faixa (4)
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
            move Return-Code                    to ws-id-tracelog-csbh02076r

            if   ws-tracelog-csbh02076r
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
            if   ws-tracelog-csbh02076r
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
       COPY CSBHL103.
