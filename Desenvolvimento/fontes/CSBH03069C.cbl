       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03069C.
      *>=====================================================================
      *> Acerto periodico do estoque consignado de fornecedor: junta os
      *> consumos pendentes (CSBHD100, entrada de acerto zero - gravados
      *> pela 9480 de CSBHP017 quando a Saida passa do estoque proprio)
      *> por empresa/filial/fornecedor e, para cada grupo, grava uma
      *> Entrada de acerto (CSBHD007, numerada pelo CSBH03043N "ENT",
      *> fdetd-id-consignacao "A") so de cabecalho, com o total do
      *> consumo pelo preco de consignacao carimbado. Cada consumo do
      *> grupo recebe o numero da Entrada e a data do acerto - sai da
      *> fila de pendentes pela propria chave 2. A quantidade nao volta
      *> ao saldo: ela ja entrou fisicamente na Entrada de consignacao
      *> ("C") e ja saiu na Saida; o acerto e so a compra. Ao fim, o
      *> titulo a pagar de cada acerto sai pela geracao de contas a
      *> pagar (CSBH03025G), chamada aqui como no CSBH03068D. Roda no
      *> fechamento do mes; o que for consumido depois fica para o
      *> proximo acerto.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS033.
           COPY CSBHS069.
           COPY CSBHS100.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF007.
           COPY CSBHF033.
           COPY CSBHF069.
           COPY CSBHF100.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03069C".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03069c             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03069c                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-id-fim-consumo                    pic x(01) value spaces.
              88 ws-fim-consumo                               value "S".
           03 ws-qtde-acertos                      pic 9(05) value zeroes.
           03 ws-qtde-consumos-acertados           pic 9(07) value zeroes.
           03 ws-qtde-grupos-excedentes            pic 9(05) value zeroes.
           03 ws-cd-entrada-gerada                 pic 9(09) value zeroes.
           03 ws-id-estorno-salvo                  pic x(01) value spaces.
           03 ws-total-acertos                     pic s9(13)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-seq-parametros.
              05 ws-seq-tipo-documento              pic x(03).
              05 ws-seq-cd-empresa                  pic 9(03).
              05 ws-seq-cd-filial                   pic 9(03).
              05 ws-seq-numero                      pic 9(09).
              05 ws-seq-id-ok                       pic x(01).
                 88 ws-seq-ok                                  value "S".
              05 ws-seq-id-erro                     pic x(100).

      *> Grupos de acerto (empresa/filial/fornecedor) levantados na
      *> primeira passada; grupo alem da tabela fica pendente para o
      *> proximo acerto e e contado no rodape.
       01  ws-tabela-acertos.
           03 ws-qtde-grupos                       pic 9(04) value zeroes.
           03 ws-idx-grupo                         pic 9(04) value zeroes.
           03 ws-grp-item occurs 500 times.
              05 ws-grp-cd-empresa                 pic 9(03).
              05 ws-grp-cd-filial                  pic 9(03).
              05 ws-grp-cd-fornecedor              pic 9(09).
              05 ws-grp-qtde-consumos              pic 9(07).
              05 ws-grp-valor                      pic s9(13)v99.

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
                   "/CSBH03069C.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-io-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD100
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 perform 2100-levanta-pendentes
                 perform varying ws-idx-grupo from 1 by 1
                         until ws-idx-grupo > ws-qtde-grupos
                      perform 2200-gera-acerto
                 end-perform
                 perform 2900-rodape
                 close relatorio
            end-if

            close CSBHD007
            close CSBHD100

      *> As Entradas de acerto recem gravadas ainda nao tem duplicata:
      *> a geracao de contas a pagar cria o titulo do fornecedor agora,
      *> com os arquivos ja fechados aqui.
            if   ws-qtde-acertos > zeroes
                 perform 2500-gera-duplicatas
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
            string "Acerto de consignacao de fornecedor" delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Emp Fil Fornecedor Entrada    Consumos Valor"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
      *> Primeira passada: os pendentes vem juntos no inicio de cada
      *> empresa/filial da chave 2 (entrada de acerto zero) e ja em
      *> ordem de fornecedor; a varredura soma cada grupo na tabela.
       2100-levanta-pendentes section.
       2100.
            move low-values                        to fcfm-chave-2
            perform 9000-str-CSBHD100-gtr-2
            move spaces                            to ws-id-fim-consumo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-consumo
            end-if
            perform until ws-fim-consumo
                 perform 9000-ler-CSBHD100-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-consumo
                 else
                      if   fcfm-cd-entrada-acerto equal zeroes
                           perform 2110-acumula-pendente
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-acumula-pendente section.
       2110.
            if   ws-qtde-grupos > zeroes
            and  ws-grp-cd-empresa (ws-qtde-grupos)    equal fcfm-cd-empresa-2
            and  ws-grp-cd-filial (ws-qtde-grupos)     equal fcfm-cd-filial-2
            and  ws-grp-cd-fornecedor (ws-qtde-grupos) equal fcfm-cd-fornecedor-2
                 add 1                 to ws-grp-qtde-consumos (ws-qtde-grupos)
                 add fcfm-valor-total  to ws-grp-valor (ws-qtde-grupos)
                 exit section
            end-if

            if   ws-qtde-grupos not less 500
                 add 1                             to ws-qtde-grupos-excedentes
                 exit section
            end-if
            add 1                                  to ws-qtde-grupos
            move fcfm-cd-empresa-2     to ws-grp-cd-empresa (ws-qtde-grupos)
            move fcfm-cd-filial-2      to ws-grp-cd-filial (ws-qtde-grupos)
            move fcfm-cd-fornecedor-2  to ws-grp-cd-fornecedor (ws-qtde-grupos)
            move 1                     to ws-grp-qtde-consumos (ws-qtde-grupos)
            move fcfm-valor-total      to ws-grp-valor (ws-qtde-grupos)
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Um grupo: Entrada de acerto e carimbo dos consumos.
       2200-gera-acerto section.
       2200.
            perform 2300-grava-entrada-acerto
            if   not ws-operacao-ok
                 string "Erro - acerto do fornecedor "
                        ws-grp-cd-fornecedor (ws-idx-grupo)
                        " filial " ws-grp-cd-empresa (ws-idx-grupo) "/"
                        ws-grp-cd-filial (ws-idx-grupo) " - " whs-mensagem
                                                       into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            perform 2400-carimba-consumos
            add 1                                  to ws-qtde-acertos
            add ws-grp-valor (ws-idx-grupo)        to ws-total-acertos

            move ws-grp-valor (ws-idx-grupo)       to ws-valor-edt
            move spaces                            to rel-linha
            string ws-grp-cd-empresa (ws-idx-grupo) " "
                   ws-grp-cd-filial (ws-idx-grupo) " "
                   ws-grp-cd-fornecedor (ws-idx-grupo) "  "
                   ws-cd-entrada-gerada " "
                   ws-grp-qtde-consumos (ws-idx-grupo) " "
                   ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-grava-entrada-acerto section.
       2300.
            initialize                             ws-seq-parametros
            move "ENT"                             to ws-seq-tipo-documento
            move ws-grp-cd-empresa (ws-idx-grupo)  to ws-seq-cd-empresa
            move ws-grp-cd-filial (ws-idx-grupo)   to ws-seq-cd-filial
            call "CSBH03043N" using linkage-parametros
                                    ws-seq-parametros
            if   not ws-seq-ok
                 move ws-seq-id-erro               to whs-mensagem
                 move "99"                         to ws-resultado-acesso
                 exit section
            end-if
            move ws-seq-numero                     to ws-cd-entrada-gerada

            initialize                             fdetd-entrada
            move ws-grp-cd-empresa (ws-idx-grupo)  to fdfnc-cd-empresa
            move ws-grp-cd-filial (ws-idx-grupo)   to fdfnc-cd-filial
            move ws-cd-entrada-gerada              to fdfnc-cd-entrada
            move zeroes                            to fdfnc-cd-transpordadora
            move ws-data-inv                       to fdetd-data-pedido
            move ws-data-inv                       to fdetd-data-entrada
            move ws-grp-valor (ws-idx-grupo)       to fdetd-total
            move zeroes                            to fdetd-frete
            move zeroes                            to fdetd-nunf
            move zeroes                            to fdetd-srnf
            move ws-grp-cd-fornecedor (ws-idx-grupo)
                                                   to fdetd-cd-fornecedor
            move "A"                               to fdetd-id-consignacao
            perform 9000-gravar-CSBHD007
            if   not ws-operacao-ok
                 exit section
            end-if
            move "CSBHD007"                        to ws-jrn-arquivo
            move "W"                               to ws-jrn-operacao
            move fdetd-entrada                     to ws-jrn-imagem
            perform 9460-grava-jornal
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> O consumo carimbado sai da faixa de pendentes da chave 2, entao
      *> cada volta reposiciona no inicio da faixa do fornecedor ate ela
      *> esvaziar.
       2400-carimba-consumos section.
       2400.
            move spaces                            to ws-id-fim-consumo
            perform until ws-fim-consumo
                 initialize                        fcfm-chave-2
                 move ws-grp-cd-empresa (ws-idx-grupo)    to fcfm-cd-empresa-2
                 move ws-grp-cd-filial (ws-idx-grupo)     to fcfm-cd-filial-2
                 move zeroes                              to fcfm-cd-entrada-acerto
                 move ws-grp-cd-fornecedor (ws-idx-grupo) to fcfm-cd-fornecedor-2
                 perform 9000-str-CSBHD100-eql-2
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD100-next
                 end-if
                 if   not ws-operacao-ok
                 or   fcfm-cd-empresa-2 not equal ws-grp-cd-empresa (ws-idx-grupo)
                 or   fcfm-cd-filial-2  not equal ws-grp-cd-filial (ws-idx-grupo)
                 or   fcfm-cd-entrada-acerto not equal zeroes
                 or   fcfm-cd-fornecedor-2 not equal ws-grp-cd-fornecedor (ws-idx-grupo)
                      move "S"                     to ws-id-fim-consumo
                 else
                      move ws-cd-entrada-gerada    to fcfm-cd-entrada-acerto
                      move ws-data-inv             to fcfm-data-acerto
                      accept ws-horas              from time
                      move ws-ano-inv              to fcfm-dt-atualizacao-ano
                      move ws-mes-inv              to fcfm-dt-atualizacao-mes
                      move ws-dia-inv              to fcfm-dt-atualizacao-dia
                      move ws-hora                 to fcfm-hr-atualizacao-hora
                      move ws-minutos              to fcfm-hr-atualizacao-minuto
                      move ws-segundos             to fcfm-hr-atualizacao-segundo
                      move este-programa           to fcfm-job-origem
                      perform 9000-regravar-CSBHD100
                      if   not ws-operacao-ok
                           move whs-mensagem       to ws-ds-tracelog
                           perform 9000-tracelog
                           move "S"                to ws-id-fim-consumo
                      else
                           add 1                   to ws-qtde-consumos-acertados
                           move "CSBHD100"         to ws-jrn-arquivo
                           move "R"                to ws-jrn-operacao
                           move fcfm-consumo       to ws-jrn-imagem
                           perform 9460-grava-jornal
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> A Entrada de acerto recem gravada ainda nao tem duplicata: a geracao de contas a pagar
      *> roda embutida, com o controle de execucao sob o nome deste
      *> programa (lnk-cd-programa-chamador) - nao disputa o do job
      *> diario nem e recusada por ele. O estorno nao passa adiante: ele
      *> e pedido ao CSBH03025G como job. O resultado vai ao tracelog e
      *> a falha marca esta execucao em CSBHD033.
       2500-gera-duplicatas section.
       2500.
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
       2500-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Acertos gerados            : " ws-qtde-acertos
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Consumos acertados         : " ws-qtde-consumos-acertados
                                                     delimited by size into rel-linha
            write rel-linha
            move ws-total-acertos                  to ws-valor-edt
            move spaces                            to rel-linha
            string "Valor acertado             : " ws-valor-edt
                                                     delimited by size into rel-linha
            write rel-linha
            if   ws-qtde-grupos-excedentes > zeroes
                 move spaces                       to rel-linha
                 string "Consumos para o proximo acerto (tabela cheia): "
                        ws-qtde-grupos-excedentes
                                                     delimited by size into rel-linha
                 write rel-linha
            end-if
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-consumos-acertados        to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03069c

            if   ws-tracelog-csbh03069c
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
            if   ws-tracelog-csbh03069c
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
       COPY CSBHL007.
       COPY CSBHL033.
       COPY CSBHL100.
