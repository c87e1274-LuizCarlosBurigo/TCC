       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03059L.
      *>=====================================================================
      *> Rateio das declaracoes de importacao (CSBHD082) pendentes da
      *> empresa/filial corrente pelas linhas da Entrada (CSBHD008) e
      *> calculo do custo de desembarque:
      *>   - taxa de cambio da propria DI ou, se zero, a do registro
      *>     mais recente da moeda ate a data de registro (CSBHD083);
      *>     DI sem taxa fica pendente e sai no relatorio;
      *>   - valor FOB da linha na moeda: o guardado em CSBHD084 num
      *>     rateio anterior ou, no primeiro, o fdpdt-valor (CSBHD009)
      *>     da carga; peso da linha = quantidade x fprd-peso-kg;
      *>   - frete internacional e despesas (AFRMM, despachante,
      *>     SISCOMEX, outras) pelo criterio da DI (valor ou peso; peso
      *>     total zero cai para valor); seguro e tributos (II, IPI,
      *>     PIS, COFINS, ICMS) sempre por valor; a ultima linha
      *>     absorve a diferenca de arredondamento;
      *>   - custo de desembarque = FOB + frete + seguro + II +
      *>     despesas, em reais, regravado em fdpdt-valor; a diferenca
      *>     para o valor anterior ajusta o custo medio (CSBHD081) pela
      *>     parte ja em estoque (linha em inspecao nao aprovada fica
      *>     para a aprovacao, CSBH03037Q, que ja le o novo valor);
      *>   - IPI, PIS, COFINS e ICMS da linha ficam em CSBHD084 como
      *>     creditos para CSBH03034I, CSBH03057P e CSBH03056S.
      *> A DI passa a rateada; uma nova carga da DI volta a pendente e
      *> o rateio e refeito a partir do FOB guardado.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS058.
           COPY CSBHS081.
           COPY CSBHS082.
           COPY CSBHS083.
           COPY CSBHS084.

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
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF033.
           COPY CSBHF044.
           COPY CSBHF058.
           COPY CSBHF081.
           COPY CSBHF082.
           COPY CSBHF083.
           COPY CSBHF084.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03059L".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03059l             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03059l                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-linhas                     pic x(01) value spaces.
              88 ws-fim-linhas                               value "S" "s".
           03 ws-id-rateio-peso                    pic x(01) value spaces.
              88 ws-rateio-peso                              value "S" "s".
           03 ws-id-item-existente                 pic x(01) value spaces.
              88 ws-item-existente                           value "S" "s".
           03 ws-id-valor-existente                pic x(01) value spaces.
              88 ws-valor-existente                          value "S" "s".
           03 ws-taxa-cambio                       pic 9(05)v9(06) value zeroes.
           03 ws-data-entrada                      pic 9(08) value zeroes.
           03 ws-qtde-linhas                       pic 9(09) value zeroes.
           03 ws-linha-corrente                    pic 9(09) value zeroes.
           03 ws-total-moeda                       pic s9(13)v99 value zeroes.
           03 ws-total-peso                        pic 9(13)v999 value zeroes.
           03 ws-linha-moeda                       pic s9(11)v99 value zeroes.
           03 ws-linha-peso                        pic 9(13)v999 value zeroes.
           03 ws-valor-anterior                    pic s9(09)v99 value zeroes.
           03 ws-qtde-em-estoque                   pic 9(09) value zeroes.
           03 ws-idx-rat                           pic 9(02) value zeroes.
           03 ws-tabela-rateio.
              *>1 FOB, 2 frete, 3 seguro, 4 II, 5 despesas, 6 IPI,
              *>7 PIS, 8 COFINS, 9 ICMS - em reais
              05 ws-rat-componente                 occurs 9 times.
                 07 ws-rat-total                   pic s9(13)v99.
                 07 ws-rat-acumulado               pic s9(13)v99.
                 07 ws-rat-linha                   pic s9(11)v99.
                 07 ws-rat-por-criterio            pic x(01).
           03 ws-custo-linha                       pic s9(11)v99 value zeroes.
           03 ws-custo-total                       pic s9(13)v99 value zeroes.
           03 ws-taxa-edt                          pic zzzz9,999999.
           03 ws-qtde-edt                          pic -(09)9.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-custo-edt                         pic -(11)9,99.
           03 ws-valor-total                       pic s9(13)v99 value zeroes.
           03 ws-valor-total-edt                   pic -(13)9,99.
           03 ws-qtde-rateadas                     pic 9(09) value zeroes.
           03 ws-qtde-rejeitadas                   pic 9(09) value zeroes.
           03 ws-qtde-linhas-rateadas              pic 9(09) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
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
                   "/CSBH03059L.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD058
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD082
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD083
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD084
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 move spaces                       to rel-linha
                 string "Rateio das declaracoes de importacao - empresa "
                        lnk-cd-empresa " filial " lnk-cd-filial
                        delimited by size into rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 string "Entrada    Declaracao      Moeda"
                        "         Taxa     Linhas"
                        "     Valor aduaneiro    Custo desembarque"
                        delimited by size into rel-linha
                 write rel-linha

                 perform 2100-processa-declaracoes
                 perform 2600-imprime-resumo
                 close relatorio
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD007
            close CSBHD008
            close CSBHD009
            close CSBHD044
            close CSBHD058
            close CSBHD081
            close CSBHD082
            close CSBHD083
            close CSBHD084

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-processa-declaracoes section.
       2100.
            initialize                             fdi-chave-1
            move lnk-cd-empresa                    to fdi-cd-empresa
            move lnk-cd-filial                     to fdi-cd-filial
            move low-values                        to fdi-cd-entrada
            perform 9000-str-CSBHD082-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD082-next
                 if   not ws-operacao-ok
                 or   fdi-cd-empresa not = lnk-cd-empresa
                 or   fdi-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdi-situacao-pendente
                           perform 2200-rateia-declaracao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-rateia-declaracao section.
       2200.
            perform 2205-resolve-taxa-cambio
            if   ws-taxa-cambio = zero
                 string "Erro - Entrada " fdi-cd-entrada " DI "
                        fdi-nr-declaracao " sem taxa de cambio para "
                        fdi-cd-moeda " em " fdi-data-registro
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 string fdi-cd-entrada "  " fdi-nr-declaracao " "
                        fdi-cd-moeda "   SEM TAXA DE CAMBIO - pendente"
                        delimited by size into rel-linha
                 write rel-linha
                 add 1                             to ws-qtde-rejeitadas
                 exit section
            end-if

            move zeroes                            to ws-qtde-linhas
                                                      ws-total-moeda
                                                      ws-total-peso
            move spaces                            to ws-id-fim-linhas
            perform 2210-posiciona-linhas
            perform until ws-fim-linhas
                 perform 2215-valores-linha
                 add 1                             to ws-qtde-linhas
                 add ws-linha-moeda                to ws-total-moeda
                 add ws-linha-peso                 to ws-total-peso
                 perform 2212-proxima-linha
            end-perform

            if   ws-qtde-linhas = zero
            or   ws-total-moeda = zero
                 string "Erro - Entrada " fdi-cd-entrada " DI "
                        fdi-nr-declaracao " sem linhas valorizadas em CSBHD008/CSBHD009"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 string fdi-cd-entrada "  " fdi-nr-declaracao " "
                        fdi-cd-moeda "   SEM LINHAS VALORIZADAS - pendente"
                        delimited by size into rel-linha
                 write rel-linha
                 add 1                             to ws-qtde-rejeitadas
                 exit section
            end-if

      *> Totais da DI em reais; frete e despesas seguem o criterio.
            move spaces                            to ws-id-rateio-peso
            if   fdi-rateio-peso
            and  ws-total-peso > zero
                 move "S"                          to ws-id-rateio-peso
            end-if
            initialize                             ws-tabela-rateio
            compute ws-rat-total (1) rounded = ws-total-moeda * ws-taxa-cambio
            compute ws-rat-total (2) rounded =
                    fdi-frete-internacional * ws-taxa-cambio
            compute ws-rat-total (3) rounded =
                    fdi-seguro-internacional * ws-taxa-cambio
            move fdi-valor-ii                      to ws-rat-total (4)
            compute ws-rat-total (5) = fdi-valor-afrmm
                                     + fdi-valor-despachante
                                     + fdi-valor-siscomex
                                     + fdi-valor-outras-despesas
            move fdi-valor-ipi                     to ws-rat-total (6)
            move fdi-valor-pis                     to ws-rat-total (7)
            move fdi-valor-cofins                  to ws-rat-total (8)
            move fdi-valor-icms                    to ws-rat-total (9)
            if   ws-rateio-peso
                 move "S"                          to ws-rat-por-criterio (2)
                                                      ws-rat-por-criterio (5)
            end-if

            perform 2220-localiza-entrada

            move zeroes                            to ws-linha-corrente
                                                      ws-custo-total
            move spaces                            to ws-id-fim-linhas
            perform 2210-posiciona-linhas
            perform until ws-fim-linhas
                 add 1                             to ws-linha-corrente
                 perform 2215-valores-linha
                 perform 2230-rateia-linha
                 perform 2212-proxima-linha
            end-perform

            move ws-taxa-cambio                    to fdi-taxa-cambio
            move "R"                               to fdi-situacao
            move ws-data-inv                       to fdi-data-rateio
            compute fdi-valor-aduaneiro = ws-rat-total (1)
                                        + ws-rat-total (2)
                                        + ws-rat-total (3)
            move ws-custo-total                    to fdi-custo-total
            move ws-ano-inv                        to fdi-dt-atualizacao-ano
            move ws-mes-inv                        to fdi-dt-atualizacao-mes
            move ws-dia-inv                        to fdi-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fdi-hr-atualizacao-hora
            move ws-minutos                        to fdi-hr-atualizacao-minuto
            move ws-segundos                       to fdi-hr-atualizacao-segundo
            move este-programa                     to fdi-job-origem
            perform 9000-regravar-CSBHD082
            if   not ws-operacao-ok
                 string "Erro - regravacao CSBHD082 entrada " fdi-cd-entrada
                        " status " ws-resultado-acesso
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            add 1                                  to ws-qtde-rateadas
            add ws-custo-total                     to ws-valor-total
            move ws-taxa-cambio                    to ws-taxa-edt
            move ws-qtde-linhas                    to ws-qtde-edt
            move fdi-valor-aduaneiro               to ws-valor-edt
            move ws-custo-total                    to ws-custo-edt
            move spaces                            to rel-linha
            string fdi-cd-entrada "  " fdi-nr-declaracao " "
                   fdi-cd-moeda " " ws-taxa-edt " " ws-qtde-edt " "
                   ws-valor-edt "    " ws-custo-edt
                   delimited by size into rel-linha
            write rel-linha
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Taxa da DI ou a vigente na data de registro: ultimo registro da
      *> moeda com data menor ou igual.
       2205-resolve-taxa-cambio section.
       2205.
            move fdi-taxa-cambio                   to ws-taxa-cambio
            if   ws-taxa-cambio not = zero
                 exit section
            end-if
            initialize                             fcam-chave-1
            move fdi-cd-moeda                      to fcam-cd-moeda
            move fdi-data-registro                 to fcam-data-cotacao
            perform 9000-str-CSBHD083-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD083-next
                 if   ws-operacao-ok
                 and  fcam-cd-moeda equal fdi-cd-moeda
                      move fcam-taxa               to ws-taxa-cambio
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2205-exit.
            exit.
      *>=====================================================================
       2210-posiciona-linhas section.
       2210.
            initialize                             fddps-chave-1
            move fdi-cd-empresa                    to fddps-cd-empresa
            move fdi-cd-filial                     to fddps-cd-filial
            move fdi-cd-entrada                    to fddps-cd-entrada
            move low-values                        to fddps-cd-produto
            perform 9000-str-CSBHD008-gtr
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-linhas
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            perform 2212-proxima-linha
           .
       2210-exit.
            exit.
      *>=====================================================================
       2212-proxima-linha section.
       2212.
            perform 9000-ler-CSBHD008-next
            if   not ws-operacao-ok
            or   fddps-cd-empresa not = fdi-cd-empresa
            or   fddps-cd-filial  not = fdi-cd-filial
            or   fddps-cd-entrada not = fdi-cd-entrada
                 move "S"                          to ws-id-fim-linhas
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2212-exit.
            exit.
      *>=====================================================================
      *> Valor na moeda e peso da linha de CSBHD008 corrente; deixa lidos
      *> CSBHD009 e CSBHD084 (quando existem).
       2215-valores-linha section.
       2215.
            move zeroes                            to ws-linha-moeda
                                                      ws-linha-peso
            initialize                             fdpdt-chave-1
            move fddps-cd-empresa                  to fdpdt-cd-empresa
            move fddps-cd-filial                   to fdpdt-cd-filial
            move fddps-cd-entrada                  to fdpdt-cd-entrada
            move fddps-cd-produto                  to fdpdt-cd-produto
            move fddps-sequencia                   to fdpdt-cd-sequencia
            perform 9000-ler-CSBHD009-ran
            move spaces                             to ws-id-valor-existente
            if   ws-operacao-ok
                 move "S"                          to ws-id-valor-existente
            end-if

            initialize                             fdii-chave-1
            move fddps-cd-empresa                  to fdii-cd-empresa
            move fddps-cd-filial                   to fdii-cd-filial
            move fddps-cd-entrada                  to fdii-cd-entrada
            move fddps-cd-produto                  to fdii-cd-produto
            move fddps-sequencia                   to fdii-cd-sequencia
            perform 9000-ler-CSBHD084-ran
            move spaces                             to ws-id-item-existente
            if   ws-operacao-ok
                 move "S"                          to ws-id-item-existente
                 move fdii-valor-moeda             to ws-linha-moeda
            else
                 if   ws-valor-existente
                      move fdpdt-valor             to ws-linha-moeda
                 end-if
            end-if

            initialize                             fprd-chave-1
            move fddps-cd-produto                  to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 compute ws-linha-peso = fddps-quantidade * fprd-peso-kg
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2215-exit.
            exit.
      *>=====================================================================
       2220-localiza-entrada section.
       2220.
            move zeroes                            to ws-data-entrada
            initialize                             fdetd-chave-1
            move fdi-cd-empresa                    to fdfnc-cd-empresa
            move fdi-cd-filial                     to fdfnc-cd-filial
            move fdi-cd-entrada                    to fdfnc-cd-entrada
            move fdi-cd-transportadora             to fdfnc-cd-transpordadora
            perform 9000-ler-CSBHD007-ran
            if   ws-operacao-ok
                 move fdetd-data-entrada           to ws-data-entrada
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2220-exit.
            exit.
      *>=====================================================================
      *> Parcela de cada componente na linha corrente; a ultima linha
      *> fica com o saldo, para o rateio fechar com o total da DI.
       2230-rateia-linha section.
       2230.
            perform varying ws-idx-rat from 1 by 1 until ws-idx-rat > 9
                 evaluate true
                     when ws-linha-corrente = ws-qtde-linhas
                          compute ws-rat-linha (ws-idx-rat) =
                                  ws-rat-total (ws-idx-rat)
                                - ws-rat-acumulado (ws-idx-rat)
                     when ws-rat-por-criterio (ws-idx-rat) = "S"
                          compute ws-rat-linha (ws-idx-rat) rounded =
                                  ws-rat-total (ws-idx-rat)
                                * ws-linha-peso / ws-total-peso
                     when other
                          compute ws-rat-linha (ws-idx-rat) rounded =
                                  ws-rat-total (ws-idx-rat)
                                * ws-linha-moeda / ws-total-moeda
                 end-evaluate
                 add ws-rat-linha (ws-idx-rat)     to ws-rat-acumulado (ws-idx-rat)
            end-perform
            compute ws-custo-linha = ws-rat-linha (1) + ws-rat-linha (2)
                                   + ws-rat-linha (3) + ws-rat-linha (4)
                                   + ws-rat-linha (5)
            add ws-custo-linha                     to ws-custo-total

      *> Custo de desembarque vira o valor da linha.
            move zeroes                            to ws-valor-anterior
            if   ws-valor-existente
                 move fdpdt-valor                  to ws-valor-anterior
            else
                 initialize                        fdpdt-produto
                 move fddps-cd-empresa             to fdpdt-cd-empresa
                 move fddps-cd-filial              to fdpdt-cd-filial
                 move fddps-cd-entrada             to fdpdt-cd-entrada
                 move fddps-cd-produto             to fdpdt-cd-produto
                 move fddps-sequencia              to fdpdt-cd-sequencia
                 move fddps-lote                   to fdpdt-lote
                 move fddps-quantidade             to fdpdt-qtdade
            end-if
            move ws-custo-linha                    to fdpdt-valor
            move ws-ano-inv                        to fdpdt-dt-atualizacao-ano
            move ws-mes-inv                        to fdpdt-dt-atualizacao-mes
            move ws-dia-inv                        to fdpdt-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fdpdt-hr-atualizacao-hora
            move ws-minutos                        to fdpdt-hr-atualizacao-minuto
            move ws-segundos                       to fdpdt-hr-atualizacao-segundo
            move este-programa                     to fdpdt-job-origem
            if   ws-valor-existente
                 perform 9000-regravar-CSBHD009
            else
                 perform 9000-gravar-CSBHD009
            end-if
            if   not ws-operacao-ok
                 string "Erro - gravacao CSBHD009 entrada " fddps-cd-entrada
                        " produto " fddps-cd-produto " status "
                        ws-resultado-acesso
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            perform 2240-ajusta-custo-medio
            perform 2250-grava-item-importacao
            add 1                                  to ws-qtde-linhas-rateadas
            move "00"                              to ws-resultado-acesso
           .
       2230-exit.
            exit.
      *>=====================================================================
      *> A parte da linha que ja entrou no saldo foi valorizada pelo
      *> valor anterior: a diferenca vai para o custo medio. Linha em
      *> inspecao (ou rejeitada) ainda nao entrou.
       2240-ajusta-custo-medio section.
       2240.
            move fddps-quantidade                  to ws-qtde-em-estoque
            initialize                             fisp-chave-1
            move fddps-cd-empresa                  to fisp-cd-empresa
            move fddps-cd-filial                   to fisp-cd-filial
            move fddps-cd-entrada                  to fisp-cd-entrada
            move fddps-cd-produto                  to fisp-cd-produto
            move fddps-sequencia                   to fisp-sequencia
            perform 9000-ler-CSBHD058-ran
            if   ws-operacao-ok
                 if   fisp-situacao-aprovada
                      move fisp-qtdade             to ws-qtde-em-estoque
                 else
                      move zeroes                  to ws-qtde-em-estoque
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            if   ws-qtde-em-estoque = zero
            or   fddps-quantidade = zero
                 exit section
            end-if

            compute ws-cmd-valor-movimento rounded =
                    (ws-custo-linha - ws-valor-anterior)
                    * ws-qtde-em-estoque / fddps-quantidade
            move fddps-cd-empresa                  to ws-sld-cd-empresa
            move fddps-cd-filial                   to ws-sld-cd-filial
            move fddps-cd-produto                  to ws-sld-cd-produto
            move este-programa                     to ws-sld-job-origem
            perform 9430-ajusta-valor-custo-medio
            move "00"                              to ws-resultado-acesso
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-grava-item-importacao section.
       2250.
            if   not ws-item-existente
                 initialize                        fdii-item-importacao
                 move fddps-cd-empresa             to fdii-cd-empresa
                 move fddps-cd-filial              to fdii-cd-filial
                 move fddps-cd-entrada             to fdii-cd-entrada
                 move fddps-cd-produto             to fdii-cd-produto
                 move fddps-sequencia              to fdii-cd-sequencia
                 move ws-linha-moeda               to fdii-valor-moeda
            end-if
            move ws-data-entrada                   to fdii-data-entrada
            move ws-linha-peso                     to fdii-peso-kg
            move ws-rat-linha (1)                  to fdii-valor-fob
            move ws-rat-linha (2)                  to fdii-valor-frete
            move ws-rat-linha (3)                  to fdii-valor-seguro
            move ws-rat-linha (4)                  to fdii-valor-ii
            move ws-rat-linha (5)                  to fdii-valor-despesas
            move ws-rat-linha (6)                  to fdii-valor-ipi
            move ws-rat-linha (7)                  to fdii-valor-pis
            move ws-rat-linha (8)                  to fdii-valor-cofins
            move ws-rat-linha (9)                  to fdii-valor-icms
            move ws-custo-linha                    to fdii-custo-desembarque
            move ws-ano-inv                        to fdii-dt-atualizacao-ano
            move ws-mes-inv                        to fdii-dt-atualizacao-mes
            move ws-dia-inv                        to fdii-dt-atualizacao-dia
            move ws-hora                           to fdii-hr-atualizacao-hora
            move ws-minutos                        to fdii-hr-atualizacao-minuto
            move ws-segundos                       to fdii-hr-atualizacao-segundo
            move este-programa                     to fdii-job-origem
            if   ws-item-existente
                 perform 9000-regravar-CSBHD084
            else
                 perform 9000-gravar-CSBHD084
            end-if
            if   not ws-operacao-ok
                 string "Erro - gravacao CSBHD084 entrada " fddps-cd-entrada
                        " produto " fddps-cd-produto " status "
                        ws-resultado-acesso
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
       2600-imprime-resumo section.
       2600.
            move spaces                            to rel-linha
            write rel-linha
            move ws-qtde-rateadas                  to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Declaracoes rateadas                       : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-rejeitadas                to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Declaracoes mantidas pendentes             : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-linhas-rateadas           to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Linhas de Entrada valorizadas              : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-valor-total                    to ws-valor-total-edt
            move spaces                            to rel-linha
            string "  Custo de desembarque total                 : "
                   ws-valor-total-edt delimited by size into rel-linha
            write rel-linha
           .
       2600-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-rateadas                  to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03059l

            if   ws-tracelog-csbh03059l
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
            if   ws-tracelog-csbh03059l
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
       COPY CSBHP012.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL058.
       COPY CSBHL081.
       COPY CSBHL082.
       COPY CSBHL083.
       COPY CSBHL084.
