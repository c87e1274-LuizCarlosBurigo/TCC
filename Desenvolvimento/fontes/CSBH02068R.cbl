       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02068R.
      *>=====================================================================
      *> Recolhimento mensal por UF de destino (GNRE): totaliza as linhas
      *> de ICMS-ST (IST), DIFAL (DIF) e FCP gravadas em CSBHD031 pela
      *> carga (regra de ST CSBHD078) para as Saidas do periodo, com a
      *> UF resolvida pela cidade do cliente (CSBHD013/CSBHD002), como
      *> no resumo fiscal CSBH02036R. Uma linha por UF com o valor de
      *> cada tributo e o total da guia, e o total geral no final.
      *> O periodo segue lnk-periodo-fechamento (zero = mes anterior).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS001.
           COPY CSBHS002.
           COPY CSBHS003.
           COPY CSBHS013.
           COPY CSBHS031.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF001.
           COPY CSBHF002.
           COPY CSBHF003.
           COPY CSBHF013.
           COPY CSBHF031.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           sd   ws-arquivo-sort.
           01   srt-recolhimento.
                03 srt-uf                          pic x(09).
                03 srt-tipo-imposto                pic x(03).
                03 srt-valor                       pic s9(11)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02068R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02068r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02068r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-id-saida-no-periodo               pic x(01) value spaces.
              88 ws-saida-no-periodo                         value "S" "s".
           03 ws-periodo-ano                       pic 9(04) value zeroes.
           03 ws-periodo-mes                       pic 9(02) value zeroes.
           03 ws-periodo-chave                     pic 9(06) value zeroes.
           03 ws-data-chave-atual                  pic 9(06) value zeroes.
           03 ws-saida-corrente.
              05 ws-sai-cd-empresa                 pic 9(03).
              05 ws-sai-cd-filial                  pic 9(03).
              05 ws-sai-cd-saida                   pic 9(09).
           03 ws-uf-destino                        pic x(09) value spaces.
           03 ws-uf-corrente                       pic x(09) value spaces.
           03 ws-valor-ist-uf                      pic s9(13)v99 value zeroes.
           03 ws-valor-dif-uf                      pic s9(13)v99 value zeroes.
           03 ws-valor-fcp-uf                      pic s9(13)v99 value zeroes.
           03 ws-valor-total-uf                    pic s9(13)v99 value zeroes.
           03 ws-valor-ist-geral                   pic s9(13)v99 value zeroes.
           03 ws-valor-dif-geral                   pic s9(13)v99 value zeroes.
           03 ws-valor-fcp-geral                   pic s9(13)v99 value zeroes.
           03 ws-valor-total-geral                 pic s9(13)v99 value zeroes.
           03 ws-ist-edt                           pic -(13)9,99.
           03 ws-dif-edt                           pic -(13)9,99.
           03 ws-fcp-edt                           pic -(13)9,99.
           03 ws-total-edt                         pic -(13)9,99.
           03 ws-qtde-detalhes                     pic 9(09) value zeroes.
           03 ws-qtde-ufs                          pic 9(05) value zeroes.

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
                   "/CSBH02068R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02068R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD002
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD031
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 move spaces                       to rel-linha
                 string "Recolhimento de ICMS-ST/DIFAL por UF de destino "
                        "(GNRE) - periodo "
                        ws-periodo-ano "/" ws-periodo-mes
                        delimited by size into rel-linha
                 write rel-linha

                 sort ws-arquivo-sort
                      ascending key srt-uf srt-tipo-imposto
                      input procedure  2100-gera-detalhes
                      output procedure 2200-totaliza-uf

                 close relatorio
                 close CSBHD001
                 close CSBHD002
                 close CSBHD003
                 close CSBHD013
                 close CSBHD031
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Varre os detalhes de imposto (a chave ja agrupa por saida): o
      *> cabecalho so e lido quando a saida tem linha de recolhimento a
      *> UF de destino, para qualificar o periodo e resolver a UF.
       2100-gera-detalhes section.
       2100.
            move low-values                        to fimp-chave-1
            perform 9000-str-CSBHD031-gtr
            move spaces                             to ws-id-fim-arquivo
            move "S"                               to ws-id-primeiro-grupo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD031-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fimp-imposto-recolhimento-uf
                           if   ws-primeiro-grupo
                           or   fimp-cd-empresa not = ws-sai-cd-empresa
                           or   fimp-cd-filial  not = ws-sai-cd-filial
                           or   fimp-cd-saida   not = ws-sai-cd-saida
                                perform 2150-abre-saida
                           end-if
                           if   ws-saida-no-periodo
                                add 1               to ws-qtde-detalhes
                                initialize          srt-recolhimento
                                move ws-uf-destino  to srt-uf
                                move fimp-tipo-imposto
                                                    to srt-tipo-imposto
                                move fimp-valor     to srt-valor
                                release srt-recolhimento
                           end-if
                      end-if
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
       2150-abre-saida section.
       2150.
            move fimp-cd-empresa                   to ws-sai-cd-empresa
            move fimp-cd-filial                    to ws-sai-cd-filial
            move fimp-cd-saida                     to ws-sai-cd-saida
            move spaces                            to ws-id-primeiro-grupo
            move spaces                            to ws-id-saida-no-periodo
            move spaces                            to ws-uf-destino

            initialize                             fesd-chave-1
            move ws-sai-cd-empresa                 to fesd-cd-empresa
            move ws-sai-cd-filial                  to fesd-cd-filial
            move ws-sai-cd-saida                   to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            compute ws-data-chave-atual =
                    fesd-data-saida-ano * 100 + fesd-data-saida-mes
            if   ws-data-chave-atual not equal ws-periodo-chave
            or   fesd-situacao-cancelada
                 exit section
            end-if
            move "S"                               to ws-id-saida-no-periodo
            perform 2160-resolve-uf-destino
           .
       2150-exit.
            exit.
      *>=====================================================================
       2160-resolve-uf-destino section.
       2160.
            move spaces                            to ws-uf-destino
            if   fesd-cd-cliente not equal zeroes
                 initialize                        fdcli-chave-1
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      initialize                   fccdd-chave-1
                      move fdcli-cd-cidade         to fccdd-cd-cidade
                      perform 9000-ler-CSBHD002-ran
                      if   ws-operacao-ok
                           move fccdd-uf           to ws-uf-destino
                      end-if
                 end-if
            end-if
            if   ws-uf-destino equal spaces
                 move "??"                         to ws-uf-destino
            end-if
           .
       2160-exit.
            exit.
      *>=====================================================================
       2200-totaliza-uf section.
       2200.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "UF                  ICMS-ST             DIFAL"
                   "               FCP        Total GNRE"
                   delimited by size into rel-linha
            write rel-linha

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-grupo
                      perform 2230-abre-uf
                 else
                      if   srt-uf not = ws-uf-corrente
                           perform 2240-fecha-uf
                           perform 2230-abre-uf
                      end-if
                 end-if
                 evaluate srt-tipo-imposto
                     when "IST"
                          add srt-valor             to ws-valor-ist-uf
                     when "DIF"
                          add srt-valor             to ws-valor-dif-uf
                     when "FCP"
                          add srt-valor             to ws-valor-fcp-uf
                 end-evaluate
                 add srt-valor                      to ws-valor-total-uf
                 return ws-arquivo-sort
                     at end move "S"                to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2240-fecha-uf
            end-if

            move ws-valor-ist-geral                to ws-ist-edt
            move ws-valor-dif-geral                to ws-dif-edt
            move ws-valor-fcp-geral                to ws-fcp-edt
            move ws-valor-total-geral              to ws-total-edt
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Total     " ws-ist-edt " " ws-dif-edt " " ws-fcp-edt
                   " " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Detalhes no periodo       : " ws-qtde-detalhes
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "UFs com recolhimento      : " ws-qtde-ufs
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2200-exit.
            exit.
      *>=====================================================================
       2230-abre-uf section.
       2230.
            move srt-uf                            to ws-uf-corrente
            move zeroes                            to ws-valor-ist-uf
            move zeroes                            to ws-valor-dif-uf
            move zeroes                            to ws-valor-fcp-uf
            move zeroes                            to ws-valor-total-uf
            move spaces                            to ws-id-primeiro-grupo
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-uf section.
       2240.
            add 1                                  to ws-qtde-ufs
            add ws-valor-ist-uf                    to ws-valor-ist-geral
            add ws-valor-dif-uf                    to ws-valor-dif-geral
            add ws-valor-fcp-uf                    to ws-valor-fcp-geral
            add ws-valor-total-uf                  to ws-valor-total-geral
            move ws-valor-ist-uf                   to ws-ist-edt
            move ws-valor-dif-uf                   to ws-dif-edt
            move ws-valor-fcp-uf                   to ws-fcp-edt
            move ws-valor-total-uf                 to ws-total-edt
            move spaces                            to rel-linha
            string ws-uf-corrente " " ws-ist-edt " " ws-dif-edt " "
                   ws-fcp-edt " " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh02068r

            if   ws-tracelog-csbh02068r
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
            if   ws-tracelog-csbh02068r
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
       COPY CSBHL001.
       COPY CSBHL002.
       COPY CSBHL003.
       COPY CSBHL013.
       COPY CSBHL031.
       COPY CSBHL999.
