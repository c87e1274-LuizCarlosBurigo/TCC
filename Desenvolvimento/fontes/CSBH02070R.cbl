       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02070R.
      *>=====================================================================
      *> Retencoes na fonte do mes por credor: os titulos de retencao
      *> (origem "R" em CSBHD041, gerados pelo CSBHP013 junto com a
      *> duplicata ou o frete) da empresa com emissao - o fato gerador -
      *> no periodo pedido (lnk-periodo-fechamento, zero = mes
      *> anterior), agrupados pelo credor que sofreu a retencao, com
      *> nome e CNPJ do cadastro, base, aliquota, valor, codigo de
      *> receita e o titulo da guia. O quadro final soma por tributo e
      *> codigo de receita - o que vai para a DIRF/EFD-Reinf e para as
      *> guias do mes. Titulo cancelado fica de fora.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS005.
           COPY CSBHS006.
           COPY CSBHS033.
           COPY CSBHS041.

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
           COPY CSBHF005.
           COPY CSBHF006.
           COPY CSBHF033.
           COPY CSBHF041.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-retencao.
                03 srt-tipo-origem-retido          pic x(01).
                03 srt-cd-credor-retido            pic 9(09).
                03 srt-tributo                     pic x(06).
                03 srt-data-emissao                pic 9(08).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-titulo-retido            pic 9(09).
                03 srt-cd-titulo                   pic 9(09).
                03 srt-nunf                        pic s9(09).
                03 srt-cd-receita                  pic x(06).
                03 srt-aliquota                    pic 9(02)v9(04).
                03 srt-valor-base                  pic s9(11)v99.
                03 srt-valor                       pic s9(11)v99.
                03 srt-data-vencimento             pic 9(08).
                03 srt-situacao                    pic x(01).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02070R".
       78  c-max-resumo                                      value 30.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02070r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02070r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-titulo                     pic x(01) value spaces.
              88 ws-fim-titulo                               value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-periodo-ano                       pic 9(04) value zeroes.
           03 ws-periodo-mes                       pic 9(02) value zeroes.
           03 ws-periodo-chave                     pic 9(06) value zeroes.
           03 ws-periodo-titulo                    pic 9(06) value zeroes.
           03 ws-grupo-corrente.
              05 ws-grp-tipo-origem                pic x(01).
              05 ws-grp-cd-credor                  pic 9(09).
           03 ws-nome-credor                       pic x(80) value spaces.
           03 ws-cnpj-credor                       pic x(14) value spaces.
           03 ws-total-credor                      pic s9(11)v99 value zeroes.
           03 ws-total-geral                       pic s9(11)v99 value zeroes.
           03 ws-qtde-retencoes                    pic 9(09) value zeroes.
           03 ws-qtde-credores                     pic 9(09) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-base-edt                          pic -(11)9,99.
           03 ws-aliquota-edt                      pic z9,9999.
           03 ws-qtde-resumo                       pic 9(02) value zeroes.
           03 ws-idx-resumo                        pic 9(02) value zeroes.
           03 ws-resumo                            occurs 30 times.
              05 ws-res-tributo                    pic x(06).
              05 ws-res-cd-receita                 pic x(06).
              05 ws-res-valor-base                 pic s9(11)v99.
              05 ws-res-valor                      pic s9(11)v99.

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

            if   lnk-periodo-fechamento not = zero
                 move lnk-periodo-fechamento (1:4) to ws-periodo-ano
                 move lnk-periodo-fechamento (5:2) to ws-periodo-mes
            else
                 accept ws-data-inv                from date yyyymmdd
                 if   ws-mes-inv = 1
                      compute ws-periodo-ano = ws-ano-inv - 1
                      move 12                      to ws-periodo-mes
                 else
                      move ws-ano-inv              to ws-periodo-ano
                      compute ws-periodo-mes = ws-mes-inv - 1
                 end-if
            end-if
            compute ws-periodo-chave = ws-periodo-ano * 100 + ws-periodo-mes
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02070R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02070R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD005
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura

            sort ws-arquivo-sort
                 ascending key srt-tipo-origem-retido srt-cd-credor-retido
                               srt-tributo srt-data-emissao
                               srt-cd-titulo-retido
                 input procedure  2100-seleciona-retencoes
                 output procedure 2200-gera-relatorio

            close CSBHD005
            close CSBHD006

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-retencoes section.
       2100.
            perform 9000-abrir-i-CSBHD041
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            initialize                             ftcp-chave-1
            move lnk-cd-empresa                    to ftcp-cd-empresa
            perform 9000-str-CSBHD041-gtr
            move spaces                             to ws-id-fim-titulo
            perform 2110-proximo-titulo
            perform until ws-fim-titulo
                 if   ftcp-origem-retencao
                 and  not ftcp-situacao-cancelado
                      compute ws-periodo-titulo =
                              ftcp-data-emissao-ano * 100
                              + ftcp-data-emissao-mes
                      if   ws-periodo-titulo equal ws-periodo-chave
                           move ftcp-tipo-origem-retido to srt-tipo-origem-retido
                           move ftcp-cd-credor-retido  to srt-cd-credor-retido
                           move ftcp-tributo           to srt-tributo
                           move ftcp-data-emissao      to srt-data-emissao
                           move ftcp-cd-filial         to srt-cd-filial
                           move ftcp-cd-titulo-retido  to srt-cd-titulo-retido
                           move ftcp-cd-titulo         to srt-cd-titulo
                           move ftcp-nunf              to srt-nunf
                           move ftcp-cd-receita        to srt-cd-receita
                           move ftcp-aliquota          to srt-aliquota
                           move ftcp-valor-base        to srt-valor-base
                           move ftcp-valor             to srt-valor
                           move ftcp-data-vencimento   to srt-data-vencimento
                           move ftcp-situacao          to srt-situacao
                           release srt-retencao
                      end-if
                 end-if
                 perform 2110-proximo-titulo
            end-perform
            close CSBHD041
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-proximo-titulo section.
       2110.
            perform 9000-ler-CSBHD041-next
            if   not ws-operacao-ok
            or   ftcp-cd-empresa not equal lnk-cd-empresa
                 move "S"                          to ws-id-fim-titulo
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Retencoes na fonte por credor - empresa " lnk-cd-empresa
                   " - periodo " ws-periodo-mes "/" ws-periodo-ano
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02070R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "origem;credor;cnpj;tributo;receita;emissao;filial;titulo-retido;nota;base;aliquota;valor;titulo-guia;vencimento;situacao"
                                                   to csv-linha
                 write csv-linha
            end-if

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-titulo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-titulo
            end-return
            perform until ws-fim-titulo
                 if   ws-primeiro-grupo
                 or   srt-tipo-origem-retido not equal ws-grp-tipo-origem
                 or   srt-cd-credor-retido   not equal ws-grp-cd-credor
                      if   not ws-primeiro-grupo
                           perform 2240-fecha-credor
                      end-if
                      move spaces                   to ws-id-primeiro-grupo
                      move srt-tipo-origem-retido   to ws-grp-tipo-origem
                      move srt-cd-credor-retido     to ws-grp-cd-credor
                      move zeroes                   to ws-total-credor
                      perform 2230-abre-credor
                 end-if
                 perform 2220-imprime-retencao
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-titulo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2240-fecha-credor
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
      *> Nome e CNPJ do credor retido: fornecedor (CSBHD006) ou
      *> transportadora (CSBHD005), pela chave sem a cidade.
       2230-abre-credor section.
       2230.
            add 1                                  to ws-qtde-credores
            move spaces                            to ws-nome-credor
                                                      ws-cnpj-credor
            if   ws-grp-tipo-origem equal "D"
                 initialize                        fdfnc-fornecedor
                 move ws-grp-cd-credor             to fdfnc-cd-fornecedor
                 move low-values                   to fdfnc-cd-cidade
                 perform 9000-str-CSBHD006-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD006-next
                      if   ws-operacao-ok
                      and  fdfnc-cd-fornecedor equal ws-grp-cd-credor
                           move fdfnc-ds-fornecedor to ws-nome-credor
                           move fdfnc-cnpj         to ws-cnpj-credor
                      end-if
                 end-if
            else
                 initialize                        fetpt-chave-1
                 move ws-grp-cd-credor             to feisd-cd-transpordadora
                 move low-values                   to feisd-cd-cidade
                 perform 9000-str-CSBHD005-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD005-next
                      if   ws-operacao-ok
                      and  feisd-cd-transpordadora equal ws-grp-cd-credor
                           move fetpt-ds-transportadora to ws-nome-credor
                           move fetpt-cnpj         to ws-cnpj-credor
                      end-if
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Credor " ws-grp-tipo-origem "-" ws-grp-cd-credor " "
                   ws-nome-credor (1:50) " CNPJ/CPF " ws-cnpj-credor
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Tribut Receit Emissao  Fil Tit.retido Nota      "
                   "            Base Aliquota            Valor Tit.guia  "
                   " Vencto   S"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2220-imprime-retencao section.
       2220.
            add 1                                  to ws-qtde-retencoes
            add srt-valor                          to ws-total-credor
            add srt-valor                          to ws-total-geral
            perform 2250-acumula-resumo
            move srt-valor                         to ws-valor-edt
            move srt-valor-base                    to ws-base-edt
            move srt-aliquota                      to ws-aliquota-edt
            move spaces                            to rel-linha
            string "  " srt-tributo " " srt-cd-receita " "
                   srt-data-emissao " " srt-cd-filial " "
                   srt-cd-titulo-retido " " srt-nunf " "
                   ws-base-edt " " ws-aliquota-edt " " ws-valor-edt " "
                   srt-cd-titulo " " srt-data-vencimento " "
                   srt-situacao
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string srt-tipo-origem-retido ";" srt-cd-credor-retido ";"
                        ws-cnpj-credor ";" srt-tributo ";"
                        srt-cd-receita ";" srt-data-emissao ";"
                        srt-cd-filial ";" srt-cd-titulo-retido ";"
                        srt-nunf ";" srt-valor-base ";" srt-aliquota ";"
                        srt-valor ";" srt-cd-titulo ";"
                        srt-data-vencimento ";" srt-situacao
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2220-exit.
            exit.
      *>=====================================================================
       2240-fecha-credor section.
       2240.
            move ws-total-credor                   to ws-valor-edt
            move spaces                            to rel-linha
            string "  Total retido do credor : " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-acumula-resumo section.
       2250.
            perform varying ws-idx-resumo from 1 by 1
                    until ws-idx-resumo > ws-qtde-resumo
                    or    (ws-res-tributo (ws-idx-resumo) equal srt-tributo
                    and    ws-res-cd-receita (ws-idx-resumo) equal srt-cd-receita)
                 continue
            end-perform
            if   ws-idx-resumo > ws-qtde-resumo
                 if   ws-qtde-resumo not < c-max-resumo
                      exit section
                 end-if
                 add 1                             to ws-qtde-resumo
                 move ws-qtde-resumo               to ws-idx-resumo
                 move srt-tributo                  to ws-res-tributo (ws-idx-resumo)
                 move srt-cd-receita               to ws-res-cd-receita (ws-idx-resumo)
                 move zeroes                       to ws-res-valor-base (ws-idx-resumo)
                                                      ws-res-valor (ws-idx-resumo)
            end-if
            add srt-valor-base                     to ws-res-valor-base (ws-idx-resumo)
            add srt-valor                          to ws-res-valor (ws-idx-resumo)
           .
       2250-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Resumo por tributo e codigo de receita"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Tribut Receit             Base            Valor"
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-idx-resumo from 1 by 1
                    until ws-idx-resumo > ws-qtde-resumo
                 move ws-res-valor-base (ws-idx-resumo) to ws-base-edt
                 move ws-res-valor (ws-idx-resumo) to ws-valor-edt
                 move spaces                       to rel-linha
                 string "  " ws-res-tributo (ws-idx-resumo) " "
                        ws-res-cd-receita (ws-idx-resumo) " "
                        ws-base-edt " " ws-valor-edt
                        delimited by size into rel-linha
                 write rel-linha
            end-perform
            move spaces                            to rel-linha
            write rel-linha
            move ws-total-geral                    to ws-valor-edt
            move spaces                            to rel-linha
            string "Credores : " ws-qtde-credores
                   "   Retencoes : " ws-qtde-retencoes
                   "   Total retido : " ws-valor-edt
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

            move ws-qtde-retencoes                 to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02070r

            if   ws-tracelog-csbh02070r
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
            if   ws-tracelog-csbh02070r
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
       COPY CSBHL005.
       COPY CSBHL006.
       COPY CSBHL033.
       COPY CSBHL041.
