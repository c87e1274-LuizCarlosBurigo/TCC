       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02085R.
      *>=====================================================================
      *> Reclamacoes de garantia do mes (CSBHD115) da empresa/filial,
      *> por produto: cada reclamacao aberta no periodo com serie,
      *> Saida, falha resumida, decisao (reparo, troca, credito), custo
      *> e, quando voltou contra o fornecedor, o fornecedor, o valor
      *> reclamado, o recuperado e a situacao da recuperacao. O produto
      *> fecha com a quantidade por decisao, o custo total, o reclamado
      *> dos fornecedores, o recuperado e o custo liquido (custo menos
      *> recuperado). O periodo segue lnk-periodo-fechamento (zero = mes
      *> anterior). Com lnk-saida-csv sai tambem CSBH02085R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS115.

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
           COPY CSBHF044.
           COPY CSBHF115.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-garantia.
                03 srt-cd-produto                  pic 9(09).
                03 srt-data-reclamacao             pic 9(08).
                03 srt-cd-garantia                 pic 9(09).
                03 srt-numero-serie                pic x(20).
                03 srt-cd-saida                    pic 9(09).
                03 srt-ds-falha                    pic x(30).
                03 srt-decisao                     pic x(01).
                03 srt-valor-custo                 pic s9(11)v99.
                03 srt-cd-fornecedor               pic 9(09).
                03 srt-situacao-fornecedor         pic x(01).
                03 srt-valor-reclamado             pic s9(11)v99.
                03 srt-valor-recuperado            pic s9(11)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02085R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02085r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02085r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-garantia                   pic x(01) value spaces.
              88 ws-fim-garantia                             value "S" "s".
           03 ws-id-primeiro-produto               pic x(01) value spaces.
              88 ws-primeiro-produto                         value "S" "s".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-produto-corrente                  pic 9(09) value zeroes.
           03 ws-ds-produto                        pic x(40) value spaces.
           03 ws-qtde-garantias                    pic 9(07) value zeroes.
           03 ws-liquido                           pic s9(13)v99 value zeroes.
           03 ws-ds-decisao                        pic x(07) value spaces.
      *> Totais do produto e gerais: reparo, troca, credito.
           03 ws-tot-produto.
              05 ws-tpr-qtde occurs 3 times        pic 9(05).
              05 ws-tpr-custo                      pic s9(13)v99.
              05 ws-tpr-reclamado                  pic s9(13)v99.
              05 ws-tpr-recuperado                 pic s9(13)v99.
           03 ws-tot-geral.
              05 ws-tge-qtde occurs 3 times        pic 9(07).
              05 ws-tge-custo                      pic s9(13)v99.
              05 ws-tge-reclamado                  pic s9(13)v99.
              05 ws-tge-recuperado                 pic s9(13)v99.
           03 ws-ind-decisao                       pic 9(01) value zeroes.
           03 ws-custo-edt                         pic -(10)9.99.
           03 ws-reclamado-edt                     pic -(10)9.99.
           03 ws-recuperado-edt                    pic -(10)9.99.
           03 ws-tot-custo-edt                     pic -(12)9.99.
           03 ws-tot-reclamado-edt                 pic -(12)9.99.
           03 ws-tot-recuperado-edt                pic -(12)9.99.
           03 ws-tot-liquido-edt                   pic -(12)9.99.

      *>=====================================================================
       COPY CSBHW0001.
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
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            if   lnk-periodo-fechamento not = zero
                 move lnk-periodo-fechamento       to ws-periodo
            else
                 if   ws-mes-inv = 1
                      compute ws-periodo-ano = ws-ano-inv - 1
                      move 12                      to ws-periodo-mes
                 else
                      move ws-ano-inv              to ws-periodo-ano
                      compute ws-periodo-mes = ws-mes-inv - 1
                 end-if
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02085R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02085R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD115
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-produto srt-data-reclamacao
                                    srt-cd-garantia
                      input procedure  2100-seleciona-garantias
                      output procedure 2200-gera-relatorio
            end-if
            close CSBHD044
            close CSBHD115

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-garantias section.
       2100.
            initialize                             fgar-chave-1
            move lnk-cd-empresa                    to fgar-cd-empresa
            move lnk-cd-filial                     to fgar-cd-filial
            perform 9000-str-CSBHD115-gtr
            move spaces                            to ws-id-fim-garantia
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-garantia
            end-if
            perform until ws-fim-garantia
                 perform 9000-ler-CSBHD115-next
                 if   not ws-operacao-ok
                 or   fgar-cd-empresa not equal lnk-cd-empresa
                 or   fgar-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-garantia
                 else
                      if   fgar-data-reclamacao (1:6) equal ws-periodo
                           perform 2110-libera-garantia
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-garantia section.
       2110.
            initialize                             srt-garantia
            move fgar-cd-produto                   to srt-cd-produto
            move fgar-data-reclamacao              to srt-data-reclamacao
            move fgar-cd-garantia                  to srt-cd-garantia
            move fgar-numero-serie                 to srt-numero-serie
            move fgar-cd-saida                     to srt-cd-saida
            move fgar-ds-falha                     to srt-ds-falha
            move fgar-decisao                      to srt-decisao
            move fgar-valor-custo                  to srt-valor-custo
            move fgar-cd-fornecedor                to srt-cd-fornecedor
            move fgar-situacao-fornecedor          to srt-situacao-fornecedor
            move fgar-valor-reclamado-fornecedor   to srt-valor-reclamado
            move fgar-valor-recuperado             to srt-valor-recuperado
            add 1                                  to ws-qtde-garantias
            release srt-garantia
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Reclamacoes de garantia - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " periodo " ws-periodo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02085R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "produto;garantia;data;serie;saida;decisao;custo;fornecedor;situacao-fornecedor;reclamado;recuperado"
                                                   to csv-linha
                 write csv-linha
            end-if

            initialize                             ws-tot-geral
            move "S"                               to ws-id-primeiro-produto
            move spaces                            to ws-id-fim-garantia
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-garantia
            end-return
            perform until ws-fim-garantia
                 if   ws-primeiro-produto
                      move spaces                  to ws-id-primeiro-produto
                      perform 2230-abre-produto
                 else
                      if   srt-cd-produto not equal ws-produto-corrente
                           perform 2240-fecha-produto
                           perform 2230-abre-produto
                      end-if
                 end-if
                 perform 2250-imprime-garantia
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-garantia
                 end-return
            end-perform
            if   not ws-primeiro-produto
                 perform 2240-fecha-produto
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
       2230-abre-produto section.
       2230.
            move srt-cd-produto                    to ws-produto-corrente
            initialize                             ws-tot-produto
            move spaces                            to ws-ds-produto
            initialize                             fprd-chave-1
            move srt-cd-produto                    to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 move fprd-ds-produto              to ws-ds-produto
            end-if
            move "00"                              to ws-resultado-acesso
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Produto " srt-cd-produto " " ws-ds-produto
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Garantia  Data     Serie                Saida     "
                   "Falha                          Decisao         Custo"
                   " Fornecedor S      Reclamado     Recuperado"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-produto section.
       2240.
            compute ws-liquido = ws-tpr-custo - ws-tpr-recuperado
            move ws-tpr-custo                      to ws-tot-custo-edt
            move ws-tpr-reclamado                  to ws-tot-reclamado-edt
            move ws-tpr-recuperado                 to ws-tot-recuperado-edt
            move ws-liquido                        to ws-tot-liquido-edt
            move spaces                            to rel-linha
            string "    Reparos " ws-tpr-qtde (1)
                   "  Trocas " ws-tpr-qtde (2)
                   "  Creditos " ws-tpr-qtde (3)
                   "  Custo " ws-tot-custo-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "    Reclamado fornecedor " ws-tot-reclamado-edt
                   "  Recuperado " ws-tot-recuperado-edt
                   "  Custo liquido " ws-tot-liquido-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-imprime-garantia section.
       2250.
            evaluate srt-decisao
                when "R"
                     move 1                        to ws-ind-decisao
                     move "reparo"                 to ws-ds-decisao
                when "T"
                     move 2                        to ws-ind-decisao
                     move "troca"                  to ws-ds-decisao
                when other
                     move 3                        to ws-ind-decisao
                     move "credito"                to ws-ds-decisao
            end-evaluate
            add 1                                  to ws-tpr-qtde (ws-ind-decisao)
                                                      ws-tge-qtde (ws-ind-decisao)
            add srt-valor-custo                    to ws-tpr-custo
                                                      ws-tge-custo
            add srt-valor-reclamado                to ws-tpr-reclamado
                                                      ws-tge-reclamado
            add srt-valor-recuperado               to ws-tpr-recuperado
                                                      ws-tge-recuperado

            move srt-valor-custo                   to ws-custo-edt
            move srt-valor-reclamado               to ws-reclamado-edt
            move srt-valor-recuperado              to ws-recuperado-edt
            move spaces                            to rel-linha
            string "  " srt-cd-garantia " " srt-data-reclamacao " "
                   srt-numero-serie " " srt-cd-saida " "
                   srt-ds-falha " " ws-ds-decisao " " ws-custo-edt " "
                   srt-cd-fornecedor " " srt-situacao-fornecedor " "
                   ws-reclamado-edt " " ws-recuperado-edt
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string srt-cd-produto ";" srt-cd-garantia ";"
                        srt-data-reclamacao ";" srt-numero-serie ";"
                        srt-cd-saida ";" srt-decisao ";"
                        srt-valor-custo ";" srt-cd-fornecedor ";"
                        srt-situacao-fornecedor ";"
                        srt-valor-reclamado ";" srt-valor-recuperado
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            compute ws-liquido = ws-tge-custo - ws-tge-recuperado
            move ws-tge-custo                      to ws-tot-custo-edt
            move ws-tge-reclamado                  to ws-tot-reclamado-edt
            move ws-tge-recuperado                 to ws-tot-recuperado-edt
            move ws-liquido                        to ws-tot-liquido-edt
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Reclamacoes : " ws-qtde-garantias
                   "   Reparos " ws-tge-qtde (1)
                   "   Trocas " ws-tge-qtde (2)
                   "   Creditos " ws-tge-qtde (3)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Custo " ws-tot-custo-edt
                   "  Reclamado fornecedor " ws-tot-reclamado-edt
                   "  Recuperado " ws-tot-recuperado-edt
                   "  Custo liquido " ws-tot-liquido-edt
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

            move ws-qtde-garantias                 to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02085r

            if   ws-tracelog-csbh02085r
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
            if   ws-tracelog-csbh02085r
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL115.
