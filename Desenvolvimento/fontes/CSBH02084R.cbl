       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02084R.
      *>=====================================================================
      *> Acompanhamento das nao conformidades de fornecedor (RNC,
      *> CSBHD114) da empresa/filial: lista as RNCs ainda pendentes
      *> (abertas ou contidas) por fornecedor, da mais antiga para a
      *> mais recente, com Entrada, produto, lote, categoria do defeito,
      *> quantidade afetada, responsavel, prazos e idade em dias ate
      *> hoje. Prazo de contencao vencido sem contencao, ou prazo de
      *> acao corretiva vencido, marca a RNC como atrasada. Fornecedor
      *> reincidente - outra RNC do mesmo fornecedor e da mesma
      *> categoria aberta nos 12 meses anteriores, encerrada ou nao,
      *> pela chave alternada fornecedor/data - fica destacado com
      *> "REINCIDENTE" e a quantidade de ocorrencias. O fornecedor fecha
      *> com as pendentes por faixa de idade (ate 30, 31-60, 61-90 e
      *> acima de 90 dias), atrasadas e reincidentes. Com lnk-saida-csv
      *> sai tambem CSBH02084R.CSV.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-REINCIDENCIA-RNC.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS114.
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
           COPY CSBHF033.
           COPY CSBHF114.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-rnc.
                03 srt-cd-fornecedor               pic 9(09).
                03 srt-data-abertura               pic 9(08).
                03 srt-cd-rnc                      pic 9(09).
                03 srt-cd-entrada                  pic 9(09).
                03 srt-cd-produto                  pic 9(09).
                03 srt-lote                        pic x(20).
                03 srt-categoria-defeito           pic x(04).
                03 srt-qtde-afetada                pic 9(09).
                03 srt-situacao                    pic x(01).
                03 srt-data-limite-contencao       pic 9(08).
                03 srt-data-limite-corretiva       pic 9(08).
                03 srt-cd-responsavel              pic x(08).
                03 srt-idade-dias                  pic 9(05).
                03 srt-id-atrasada                 pic x(01).
                   88 srt-atrasada                           value "S".

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02084R".

      *> Janela da reincidencia, em dias corridos.
       78  c-janela-reincidencia                             value 365.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02084r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02084r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-rnc                        pic x(01) value spaces.
              88 ws-fim-rnc                                  value "S" "s".
           03 ws-id-fim-janela                     pic x(01) value spaces.
              88 ws-fim-janela                               value "S" "s".
           03 ws-id-primeiro-fornecedor            pic x(01) value spaces.
              88 ws-primeiro-fornecedor                      value "S" "s".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-data-inicio-janela                pic 9(08) value zeroes.
           03 ws-fornecedor-corrente               pic 9(09) value zeroes.
           03 ws-qtde-rncs                         pic 9(07) value zeroes.
           03 ws-qtde-reincidencias                pic 9(03) value zeroes.
           03 ws-ind-faixa                         pic 9(01) value zeroes.
           03 ws-ds-situacao                       pic x(07) value spaces.
           03 ws-ds-atraso                         pic x(08) value spaces.
           03 ws-ds-reincidencia                   pic x(16) value spaces.
      *> Totais do fornecedor: pendentes por faixa de idade (ate 30,
      *> 31-60, 61-90, +90), atrasadas e reincidentes.
           03 ws-tot-fornecedor.
              05 ws-tfn-faixa occurs 4 times       pic 9(05).
              05 ws-tfn-atrasadas                  pic 9(05).
              05 ws-tfn-reincidentes               pic 9(05).
           03 ws-tot-geral.
              05 ws-tge-faixa occurs 4 times       pic 9(07).
              05 ws-tge-atrasadas                  pic 9(07).
              05 ws-tge-reincidentes               pic 9(07).
              05 ws-tge-fornecedores               pic 9(07).
              05 ws-tge-fornecedores-reincidentes  pic 9(07).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-janela-reincidencia                pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
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
            move ws-data-inv                       to ws-data-hoje
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-REINCIDENCIA-RNC"           to ws-par-cd-parametro
            move c-janela-reincidencia             to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-janela-reincidencia

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
                   "/CSBH02084R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02084R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD114
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-fornecedor srt-data-abertura
                                    srt-cd-rnc
                      input procedure  2100-seleciona-rncs
                      output procedure 2200-gera-relatorio
            end-if
            close CSBHD114

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-rncs section.
       2100.
            initialize                             frnc-chave-1
            move lnk-cd-empresa                    to frnc-cd-empresa
            move lnk-cd-filial                     to frnc-cd-filial
            perform 9000-str-CSBHD114-gtr
            move spaces                            to ws-id-fim-rnc
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-rnc
            end-if
            perform until ws-fim-rnc
                 perform 9000-ler-CSBHD114-next
                 if   not ws-operacao-ok
                 or   frnc-cd-empresa not equal lnk-cd-empresa
                 or   frnc-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-rnc
                 else
                      if   frnc-situacao-pendente
                           perform 2110-libera-rnc
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-rnc section.
       2110.
            initialize                             srt-rnc
            move frnc-cd-fornecedor                to srt-cd-fornecedor
            move frnc-data-abertura                to srt-data-abertura
            move frnc-cd-rnc                       to srt-cd-rnc
            move frnc-cd-entrada                   to srt-cd-entrada
            move frnc-cd-produto                   to srt-cd-produto
            move frnc-lote                         to srt-lote
            move frnc-categoria-defeito            to srt-categoria-defeito
            move frnc-qtde-afetada                 to srt-qtde-afetada
            move frnc-situacao                     to srt-situacao
            move frnc-data-limite-contencao        to srt-data-limite-contencao
            move frnc-data-limite-corretiva        to srt-data-limite-corretiva
            move frnc-cd-responsavel               to srt-cd-responsavel
            if   ws-data-hoje > frnc-data-abertura
                 compute srt-idade-dias =
                         function integer-of-date(ws-data-hoje)
                       - function integer-of-date(frnc-data-abertura)
            else
                 move zeroes                       to srt-idade-dias
            end-if
            move spaces                            to srt-id-atrasada
            if   (frnc-situacao-aberta
            and   frnc-data-limite-contencao not equal zeroes
            and   frnc-data-limite-contencao < ws-data-hoje)
            or   (frnc-data-limite-corretiva not equal zeroes
            and   frnc-data-limite-corretiva < ws-data-hoje)
                 move "S"                          to srt-id-atrasada
            end-if
            add 1                                  to ws-qtde-rncs
            release srt-rnc
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Nao conformidades de fornecedor pendentes - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " (idade ate " ws-data-hoje ")"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02084R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "fornecedor;rnc;abertura;idade;entrada;produto;lote;categoria;quantidade;situacao;limite-contencao;limite-corretiva;responsavel;atrasada;reincidencias"
                                                   to csv-linha
                 write csv-linha
            end-if

            initialize                             ws-tot-geral
            move "S"                               to ws-id-primeiro-fornecedor
            move spaces                            to ws-id-fim-rnc
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-rnc
            end-return
            perform until ws-fim-rnc
                 if   ws-primeiro-fornecedor
                      move spaces                  to ws-id-primeiro-fornecedor
                      perform 2230-abre-fornecedor
                 else
                      if   srt-cd-fornecedor not equal ws-fornecedor-corrente
                           perform 2240-fecha-fornecedor
                           perform 2230-abre-fornecedor
                      end-if
                 end-if
                 perform 2250-imprime-rnc
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-rnc
                 end-return
            end-perform
            if   not ws-primeiro-fornecedor
                 perform 2240-fecha-fornecedor
            end-if

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            perform 2290-rodape
            close relatorio
           .
       2200-exit.
            exit.
      *>=====================================================================
       2230-abre-fornecedor section.
       2230.
            move srt-cd-fornecedor                 to ws-fornecedor-corrente
            initialize                             ws-tot-fornecedor
            add 1                                  to ws-tge-fornecedores
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Fornecedor " srt-cd-fornecedor
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  RNC       Abertura Idade Entrada   Produto   "
                   "Lote                 Cat  Quantidade Sit.    "
                   "Contencao Corretiva Respons. Atraso   Reincidencia"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-fornecedor section.
       2240.
            move spaces                            to rel-linha
            string "    Pendentes ate 30d " ws-tfn-faixa (1)
                   "  31-60d " ws-tfn-faixa (2)
                   "  61-90d " ws-tfn-faixa (3)
                   "  +90d " ws-tfn-faixa (4)
                   "  Atrasadas " ws-tfn-atrasadas
                   "  Reincidentes " ws-tfn-reincidentes
                   delimited by size into rel-linha
            write rel-linha
            if   ws-tfn-reincidentes > zeroes
                 add 1                             to ws-tge-fornecedores-reincidentes
                 move spaces                       to rel-linha
                 string "    *** FORNECEDOR REINCIDENTE ***"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
           .
       2240-exit.
            exit.
      *>=====================================================================
      *> Reincidencia: RNCs do mesmo fornecedor abertas na janela de 12
      *> meses ate a abertura desta, com a mesma categoria de defeito.
       2245-conta-reincidencias section.
       2245.
            move zeroes                            to ws-qtde-reincidencias
      *> Posiciona no dia anterior ao inicio da janela.
            compute ws-data-inicio-janela =
                    function date-of-integer(
                    function integer-of-date(srt-data-abertura)
                    - ws-janela-reincidencia - 1)
            initialize                             frnc-chave-2
            move srt-cd-fornecedor                 to frnc-cd-fornecedor
            move ws-data-inicio-janela             to frnc-data-abertura
            perform 9000-str-CSBHD114-gtr-2
            move spaces                            to ws-id-fim-janela
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-janela
            end-if
            perform until ws-fim-janela
                 perform 9000-ler-CSBHD114-next
                 if   not ws-operacao-ok
                 or   frnc-cd-fornecedor not equal srt-cd-fornecedor
                 or   frnc-data-abertura > srt-data-abertura
                      move "S"                     to ws-id-fim-janela
                 else
                      if   frnc-categoria-defeito equal srt-categoria-defeito
                      and  (frnc-cd-empresa not equal lnk-cd-empresa
                       or   frnc-cd-filial  not equal lnk-cd-filial
                       or   frnc-cd-rnc     not equal srt-cd-rnc)
                           add 1                   to ws-qtde-reincidencias
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2245-exit.
            exit.
      *>=====================================================================
       2250-imprime-rnc section.
       2250.
            evaluate true
                when srt-idade-dias <= 30
                     move 1                        to ws-ind-faixa
                when srt-idade-dias <= 60
                     move 2                        to ws-ind-faixa
                when srt-idade-dias <= 90
                     move 3                        to ws-ind-faixa
                when other
                     move 4                        to ws-ind-faixa
            end-evaluate
            add 1                                  to ws-tfn-faixa (ws-ind-faixa)
                                                      ws-tge-faixa (ws-ind-faixa)

            move spaces                            to ws-ds-atraso
            if   srt-atrasada
                 move "ATRASADA"                   to ws-ds-atraso
                 add 1                             to ws-tfn-atrasadas
                                                      ws-tge-atrasadas
            end-if

            perform 2245-conta-reincidencias
            move spaces                            to ws-ds-reincidencia
            if   ws-qtde-reincidencias > zeroes
                 string "REINCIDENTE " ws-qtde-reincidencias
                        delimited by size into ws-ds-reincidencia
                 add 1                             to ws-tfn-reincidentes
                                                      ws-tge-reincidentes
            end-if

            if   srt-situacao equal "C"
                 move "contida"                    to ws-ds-situacao
            else
                 move "aberta"                     to ws-ds-situacao
            end-if

            move spaces                            to rel-linha
            string "  " srt-cd-rnc " " srt-data-abertura " "
                   srt-idade-dias " " srt-cd-entrada " "
                   srt-cd-produto " " srt-lote " "
                   srt-categoria-defeito " " srt-qtde-afetada " "
                   ws-ds-situacao " " srt-data-limite-contencao " "
                   srt-data-limite-corretiva " " srt-cd-responsavel " "
                   ws-ds-atraso " " ws-ds-reincidencia
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string srt-cd-fornecedor ";" srt-cd-rnc ";"
                        srt-data-abertura ";" srt-idade-dias ";"
                        srt-cd-entrada ";" srt-cd-produto ";"
                        srt-lote ";" srt-categoria-defeito ";"
                        srt-qtde-afetada ";" srt-situacao ";"
                        srt-data-limite-contencao ";"
                        srt-data-limite-corretiva ";"
                        srt-cd-responsavel ";" srt-id-atrasada ";"
                        ws-qtde-reincidencias
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "RNCs pendentes : " ws-qtde-rncs
                   "   Fornecedores : " ws-tge-fornecedores
                   "   Reincidentes : " ws-tge-fornecedores-reincidentes
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Ate 30d " ws-tge-faixa (1)
                   "  31-60d " ws-tge-faixa (2)
                   "  61-90d " ws-tge-faixa (3)
                   "  +90d " ws-tge-faixa (4)
                   "  Atrasadas " ws-tge-atrasadas
                   "  RNCs reincidentes " ws-tge-reincidentes
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

            move ws-qtde-rncs                      to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02084r

            if   ws-tracelog-csbh02084r
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
            if   ws-tracelog-csbh02084r
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
       COPY CSBHL033.
       COPY CSBHL114.
       COPY CSBHL130.
