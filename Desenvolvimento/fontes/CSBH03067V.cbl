       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03067V.
      *>=====================================================================
      *> Apuracao mensal da verba de fornecedor: para cada acordo ativo
      *> de CSBHD098 com vigencia iniciada ate o fim do periodo, soma
      *> as compras do fornecedor na vigencia (Entradas de CSBHD007
      *> pela chave alternada de data de entrada, valor dos itens em
      *> CSBHD009 pelos itens de CSBHD008; Entrada em consignacao nao
      *> conta e a de acerto conta pelo consumo acertado em CSBHD100) e
      *> abate as devolucoes ao fornecedor (CSBHD061, valor da nota ou
      *> quantidade vezes custo medio) - so os produtos do grupo do
      *> acordo (CSBHD044) quando o acordo tem grupo. Sobre o volume
      *> liquido vale o percentual da maior faixa atingida; a verba
      *> apurada e provisionada no diario contabil (CSBHD096, evento
      *> VRBA) no ultimo dia do periodo, so a diferenca contra o ja
      *> provisionado. Encerrada a vigencia, o acordo e liquidado: nota
      *> de credito compensa os titulos abertos de duplicata do
      *> fornecedor (CSBHD041, ainda fora de remessa) na ordem da chave
      *> alternada, abatendo ftcp-valor e lancando cada compensacao
      *> (evento VRBC); o que sobra, e toda a bonificacao em
      *> mercadoria, fica a receber no acordo. O relatorio mostra por
      *> acordo o volume, a faixa atingida e quanto falta para a
      *> proxima faixa. O periodo segue lnk-periodo-fechamento (zero =
      *> mes anterior). CSBHD041 fica sob o semaforo batch/online
      *> durante o processamento.
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
           COPY CSBHS034.
           COPY CSBHS041.
           COPY CSBHS044.
           COPY CSBHS061.
           COPY CSBHS095.
           COPY CSBHS096.
           COPY CSBHS098.
           COPY CSBHS100.

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
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF033.
           COPY CSBHF034.
           COPY CSBHF041.
           COPY CSBHF044.
           COPY CSBHF061.
           COPY CSBHF095.
           COPY CSBHF096.
           COPY CSBHF098.
           COPY CSBHF100.

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
       78  este-programa                                     value "CSBH03067V".

      *> Acordos apurados por execucao.
       78  c-max-acordos                                     value 500.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03067v             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03067v                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-item                       pic x(01) value spaces.
              88 ws-fim-item                                 value "S" "s".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-data-inicio-proximo               pic 9(08) value zeroes.
           03 ws-data-inicio-proximo-r redefines ws-data-inicio-proximo.
              05 ws-proximo-ano                    pic 9(04).
              05 ws-proximo-mes                    pic 9(02).
              05 ws-proximo-dia                    pic 9(02).
           03 ws-data-fim-periodo                  pic 9(08) value zeroes.
           03 ws-fim-periodo-inteiro               pic 9(08) value zeroes.
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-menor-inicio                      pic 9(08) value zeroes.
           03 ws-data-entrada                      pic 9(08) value zeroes.
           03 ws-entrada-corrente.
              05 ws-ent-cd-empresa                 pic 9(03).
              05 ws-ent-cd-filial                  pic 9(03).
              05 ws-ent-cd-entrada                 pic 9(09).
              05 ws-ent-cd-fornecedor              pic 9(09).
           03 ws-qtde-casados                      pic 9(04) value zeroes.
           03 ws-id-tem-grupo                      pic x(01) value spaces.
              88 ws-tem-grupo                                value "S".
           03 ws-cd-grupo-produto                  pic 9(04) value zeroes.
           03 ws-valor-item                        pic s9(11)v99 value zeroes.
           03 ws-cd-produto-item                   pic 9(09) value zeroes.
           03 ws-valor-devolucao                   pic s9(11)v99 value zeroes.
           03 ws-valor-liquido                     pic s9(11)v99 value zeroes.
           03 ws-valor-verba                       pic s9(11)v99 value zeroes.
           03 ws-valor-diferenca                   pic s9(11)v99 value zeroes.
           03 ws-valor-restante                    pic s9(11)v99 value zeroes.
           03 ws-valor-abatimento                  pic s9(11)v99 value zeroes.
           03 ws-valor-falta                       pic s9(11)v99 value zeroes.
           03 ws-faixa-atingida                    pic 9(01) value zeroes.
           03 ws-percentual-atingido               pic 9(02)v99 value zeroes.
           03 ws-idx-faixa                         pic 9(01) value zeroes.
           03 ws-idx-acordo                        pic 9(04) value zeroes.
           03 ws-qtde-acordos-apurados             pic 9(05) value zeroes.
           03 ws-qtde-acordos-liquidados           pic 9(05) value zeroes.
           03 ws-qtde-titulos-compensados          pic 9(05) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-liquido-edt                       pic -(11)9,99.
           03 ws-falta-edt                         pic -(11)9,99.
           03 ws-percentual-edt                    pic z9,99.

       01  ws-tabela-acordos.
           03 ws-qtde-acordos                      pic 9(04) value zeroes.
           03 ws-acd occurs 500 times.
              05 ws-acd-cd-fornecedor              pic 9(09).
              05 ws-acd-cd-acordo                  pic 9(05).
              05 ws-acd-cd-empresa                 pic 9(03).
              05 ws-acd-cd-grupo                   pic 9(04).
              05 ws-acd-data-inicio                pic 9(08).
              05 ws-acd-data-limite                pic 9(08).
              05 ws-acd-valor-compras              pic s9(11)v99.
              05 ws-acd-valor-devolucoes           pic s9(11)v99.
              05 ws-acd-id-casa                    pic x(01).
                 88 ws-acd-casa                              value "S".

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0017.
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
            move ws-data-inv                       to ws-data-hoje
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

            move 1                                 to ws-proximo-dia
            if   ws-periodo-mes = 12
                 compute ws-proximo-ano = ws-periodo-ano + 1
                 move 1                            to ws-proximo-mes
            else
                 move ws-periodo-ano               to ws-proximo-ano
                 compute ws-proximo-mes = ws-periodo-mes + 1
            end-if
            compute ws-fim-periodo-inteiro =
                    function integer-of-date(ws-data-inicio-proximo) - 1
            compute ws-data-fim-periodo =
                    function date-of-integer(ws-fim-periodo-inteiro)
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03067V.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD041
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD061
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD098
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD100
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 move "CSBHD041"                   to ws-sem-arquivo
                 move "E"                          to ws-sem-modo
                 perform 9600-declara-semaforo
                 open output relatorio
                 perform 2010-cabecalho
                 if   lnk-saida-csv
                      string lnk-extractionPath delimited by space,
                             "/CSBH03067V.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                      open output arqsaidadados
                      move spaces                  to csv-linha
                      move "fornecedor;acordo;empresa;grupo;compras;devolucoes;liquido;faixa;percentual;verba;proxima-faixa;falta;situacao"
                                                   to csv-linha
                      write csv-linha
                 end-if
                 perform 2100-carrega-acordos
                 if   ws-qtde-acordos > zeroes
                      perform 2200-apura-compras
                      perform 2300-apura-devolucoes
                      perform 2400-atualiza-acordos
                 end-if
                 perform 2900-rodape
                 if   lnk-saida-csv
                      close arqsaidadados
                 end-if
                 close relatorio
                 move "CSBHD041"                   to ws-sem-arquivo
                 perform 9610-libera-semaforo
            end-if

            close CSBHD007
            close CSBHD008
            close CSBHD009
            close CSBHD041
            close CSBHD044
            close CSBHD061
            close CSBHD095
            close CSBHD096
            close CSBHD098
            close CSBHD100

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2010-cabecalho section.
       2010.
            move spaces                            to rel-linha
            string "Verba de fornecedor - apuracao ate "
                   ws-data-fim-periodo
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
      *> Acordos ativos com vigencia iniciada ate o fim do periodo; a
      *> apuracao vai do inicio da vigencia ate o fim dela ou do
      *> periodo, o que vier antes.
       2100-carrega-acordos section.
       2100.
            move zeroes                            to ws-qtde-acordos
            move 99999999                          to ws-menor-inicio
            move low-values                        to fvrb-chave-1
            perform 9000-str-CSBHD098-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD098-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fvrb-situacao-ativo
                      and  fvrb-data-inicio not greater ws-data-fim-periodo
                           perform 2110-inclui-acordo
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-inclui-acordo section.
       2110.
            if   ws-qtde-acordos not less c-max-acordos
                 string "Erro - limite de acordos apurados atingido, "
                        "acordo ignorado: " fvrb-cd-fornecedor "/"
                        fvrb-cd-acordo delimited by size
                                                     into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-qtde-acordos
            move ws-qtde-acordos                   to ws-idx-acordo
            move fvrb-cd-fornecedor      to ws-acd-cd-fornecedor (ws-idx-acordo)
            move fvrb-cd-acordo          to ws-acd-cd-acordo (ws-idx-acordo)
            move fvrb-cd-empresa         to ws-acd-cd-empresa (ws-idx-acordo)
            move fvrb-cd-grupo           to ws-acd-cd-grupo (ws-idx-acordo)
            move fvrb-data-inicio        to ws-acd-data-inicio (ws-idx-acordo)
            if   fvrb-data-fim < ws-data-fim-periodo
                 move fvrb-data-fim      to ws-acd-data-limite (ws-idx-acordo)
            else
                 move ws-data-fim-periodo
                                         to ws-acd-data-limite (ws-idx-acordo)
            end-if
            move zeroes                  to ws-acd-valor-compras (ws-idx-acordo)
                                            ws-acd-valor-devolucoes (ws-idx-acordo)
            move spaces                  to ws-acd-id-casa (ws-idx-acordo)
            if   fvrb-data-inicio < ws-menor-inicio
                 move fvrb-data-inicio             to ws-menor-inicio
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Entradas do inicio da vigencia mais antiga ate o fim do periodo
      *> pela chave alternada de data de entrada; cada Entrada soma nos
      *> acordos do fornecedor, da empresa e da vigencia que a contem.
       2200-apura-compras section.
       2200.
            compute ws-data-entrada = ws-menor-inicio - 1
            move ws-data-entrada                   to fdetd-data-entrada
            perform 9000-str-CSBHD007-gtr-3
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD007-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move fdetd-data-entrada      to ws-data-entrada
                      if   ws-data-entrada > ws-data-fim-periodo
                           move "S"                to ws-id-fim-arquivo
                      else
                           perform 2210-casa-entrada
                           if   ws-qtde-casados > zeroes
                                evaluate true
                                    when fdetd-consignacao-entrada
                                         continue
                                    when fdetd-consignacao-acerto
                                         perform 2225-soma-consumo-acerto
                                    when other
                                         perform 2220-soma-itens-entrada
                                end-evaluate
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-casa-entrada section.
       2210.
            move fdfnc-cd-empresa                  to ws-ent-cd-empresa
            move fdfnc-cd-filial                   to ws-ent-cd-filial
            move fdfnc-cd-entrada                  to ws-ent-cd-entrada
            move fdetd-cd-fornecedor               to ws-ent-cd-fornecedor
            move zeroes                            to ws-qtde-casados
            move spaces                            to ws-id-tem-grupo
            perform varying ws-idx-acordo from 1 by 1
                    until ws-idx-acordo > ws-qtde-acordos
                 if   ws-acd-cd-fornecedor (ws-idx-acordo) equal
                      ws-ent-cd-fornecedor
                 and  ws-acd-cd-empresa (ws-idx-acordo) equal
                      ws-ent-cd-empresa
                 and  ws-acd-data-inicio (ws-idx-acordo) not greater
                      ws-data-entrada
                 and  ws-acd-data-limite (ws-idx-acordo) not less
                      ws-data-entrada
                      move "S"             to ws-acd-id-casa (ws-idx-acordo)
                      add 1                        to ws-qtde-casados
                      if   ws-acd-cd-grupo (ws-idx-acordo) not equal zeroes
                           move "S"                to ws-id-tem-grupo
                      end-if
                 else
                      move spaces          to ws-acd-id-casa (ws-idx-acordo)
                 end-if
            end-perform
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Itens da Entrada (inicio da chave 1 de CSBHD008, como no
      *> CSBH02002R) com o valor da linha em CSBHD009; o grupo do
      *> produto so e lido quando algum acordo casado tem grupo.
       2220-soma-itens-entrada section.
       2220.
            initialize                             fddps-chave-1
            move ws-ent-cd-empresa                 to fddps-cd-empresa
            move ws-ent-cd-filial                  to fddps-cd-filial
            move ws-ent-cd-entrada                 to fddps-cd-entrada
            perform 9000-str-CSBHD008-gtr
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 perform 9000-ler-CSBHD008-next
                 if   not ws-operacao-ok
                 or   fddps-cd-empresa not equal ws-ent-cd-empresa
                 or   fddps-cd-filial  not equal ws-ent-cd-filial
                 or   fddps-cd-entrada not equal ws-ent-cd-entrada
                      move "S"                     to ws-id-fim-item
                 else
                      move fddps-cd-empresa        to fdpdt-cd-empresa
                      move fddps-cd-filial         to fdpdt-cd-filial
                      move fddps-cd-entrada        to fdpdt-cd-entrada
                      move fddps-cd-produto        to fdpdt-cd-produto
                      move fddps-sequencia         to fdpdt-cd-sequencia
                      perform 9000-ler-CSBHD009-ran
                      if   ws-operacao-ok
                           move fdpdt-valor        to ws-valor-item
                           move fdpdt-cd-produto   to ws-cd-produto-item
                           perform 2230-grupo-produto
                           perform 2240-acumula-compra
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2220-exit.
            exit.
      *>=====================================================================
      *> Entrada de acerto de consignacao nao tem itens: os produtos e
      *> valores comprados sao os consumos que ela acertou (chave 2 de
      *> CSBHD100 pela entrada de acerto).
       2225-soma-consumo-acerto section.
       2225.
            initialize                             fcfm-chave-2
            move ws-ent-cd-empresa                 to fcfm-cd-empresa-2
            move ws-ent-cd-filial                  to fcfm-cd-filial-2
            move ws-ent-cd-entrada                 to fcfm-cd-entrada-acerto
            perform 9000-str-CSBHD100-gtr-2
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 perform 9000-ler-CSBHD100-next
                 if   not ws-operacao-ok
                 or   fcfm-cd-empresa-2 not equal ws-ent-cd-empresa
                 or   fcfm-cd-filial-2  not equal ws-ent-cd-filial
                 or   fcfm-cd-entrada-acerto not equal ws-ent-cd-entrada
                      move "S"                     to ws-id-fim-item
                 else
                      move fcfm-valor-total        to ws-valor-item
                      move fcfm-cd-produto         to ws-cd-produto-item
                      perform 2230-grupo-produto
                      perform 2240-acumula-compra
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2225-exit.
            exit.
      *>=====================================================================
       2230-grupo-produto section.
       2230.
            move zeroes                            to ws-cd-grupo-produto
            if   not ws-tem-grupo
                 exit section
            end-if
            initialize                             fprd-chave-1
            move ws-cd-produto-item                to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 move fprd-cd-grupo                to ws-cd-grupo-produto
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-acumula-compra section.
       2240.
            perform varying ws-idx-acordo from 1 by 1
                    until ws-idx-acordo > ws-qtde-acordos
                 if   ws-acd-casa (ws-idx-acordo)
                 and  (ws-acd-cd-grupo (ws-idx-acordo) equal zeroes
                  or   ws-acd-cd-grupo (ws-idx-acordo) equal
                       ws-cd-grupo-produto)
                      add ws-valor-item
                                to ws-acd-valor-compras (ws-idx-acordo)
                 end-if
            end-perform
           .
       2240-exit.
            exit.
      *>=====================================================================
      *> Devolucoes do fornecedor (chave alternada de CSBHD061) na
      *> empresa e na vigencia de cada acordo.
       2300-apura-devolucoes section.
       2300.
            perform varying ws-idx-acordo from 1 by 1
                    until ws-idx-acordo > ws-qtde-acordos
                 perform 2310-devolucoes-acordo
            end-perform
           .
       2300-exit.
            exit.
      *>=====================================================================
       2310-devolucoes-acordo section.
       2310.
            initialize                             fdvf-chave-2
            move ws-acd-cd-fornecedor (ws-idx-acordo) to fdvf-cd-fornecedor
            perform 9000-str-CSBHD061-eql-2
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 perform 9000-ler-CSBHD061-next
                 if   not ws-operacao-ok
                 or   fdvf-cd-fornecedor not equal
                      ws-acd-cd-fornecedor (ws-idx-acordo)
                      move "S"                     to ws-id-fim-item
                 else
                      if   fdvf-cd-empresa equal
                           ws-acd-cd-empresa (ws-idx-acordo)
                      and  fdvf-data-devolucao not less
                           ws-acd-data-inicio (ws-idx-acordo)
                      and  fdvf-data-devolucao not greater
                           ws-acd-data-limite (ws-idx-acordo)
                           perform 2320-acumula-devolucao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-acumula-devolucao section.
       2320.
            if   ws-acd-cd-grupo (ws-idx-acordo) not equal zeroes
                 initialize                        fprd-chave-1
                 move fdvf-cd-produto              to fprd-cd-produto
                 perform 9000-ler-CSBHD044-ran
                 if   not ws-operacao-ok
                 or   fprd-cd-grupo not equal ws-acd-cd-grupo (ws-idx-acordo)
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
            end-if
            if   fdvf-valor not equal zeroes
                 move fdvf-valor                   to ws-valor-devolucao
            else
                 compute ws-valor-devolucao rounded =
                         fdvf-qtdade * fdvf-custo-medio
            end-if
            add ws-valor-devolucao
                          to ws-acd-valor-devolucoes (ws-idx-acordo)
           .
       2320-exit.
            exit.
      *>=====================================================================
       2400-atualiza-acordos section.
       2400.
            perform varying ws-idx-acordo from 1 by 1
                    until ws-idx-acordo > ws-qtde-acordos
                 perform 2410-atualiza-acordo
            end-perform
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Faixa atingida: a maior faixa cujo volume minimo o volume
      *> liquido alcanca (faixa com volume zero depois da primeira
      *> encerra a tabela); o percentual dela vale sobre todo o volume.
       2410-atualiza-acordo section.
       2410.
            initialize                             fvrb-chave-1
            move ws-acd-cd-fornecedor (ws-idx-acordo) to fvrb-cd-fornecedor
            move ws-acd-cd-acordo (ws-idx-acordo)     to fvrb-cd-acordo
            perform 9000-ler-CSBHD098-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            compute ws-valor-liquido =
                    ws-acd-valor-compras (ws-idx-acordo)
                  - ws-acd-valor-devolucoes (ws-idx-acordo)
            move zeroes                            to ws-faixa-atingida
                                                      ws-percentual-atingido
            perform varying ws-idx-faixa from 1 by 1
                    until ws-idx-faixa > 5
                    or   (ws-idx-faixa > 1
                     and  fvrb-volume-minimo (ws-idx-faixa) equal zeroes)
                 if   ws-valor-liquido > zeroes
                 and  ws-valor-liquido not less
                      fvrb-volume-minimo (ws-idx-faixa)
                      move ws-idx-faixa            to ws-faixa-atingida
                      move fvrb-percentual (ws-idx-faixa)
                                                   to ws-percentual-atingido
                 end-if
            end-perform
            compute ws-valor-verba rounded =
                    ws-valor-liquido * ws-percentual-atingido / 100
            if   ws-valor-verba < zeroes
                 move zeroes                       to ws-valor-verba
            end-if
            compute ws-valor-diferenca =
                    ws-valor-verba - fvrb-valor-provisionado

            move ws-data-fim-periodo               to fvrb-data-apuracao
            move ws-acd-valor-compras (ws-idx-acordo)
                                                   to fvrb-valor-compras
            move ws-acd-valor-devolucoes (ws-idx-acordo)
                                                   to fvrb-valor-devolucoes
            move ws-faixa-atingida                 to fvrb-faixa-atingida
            move ws-valor-verba                    to fvrb-valor-provisionado
            add 1                                  to ws-qtde-acordos-apurados

            if   ws-valor-diferenca not equal zeroes
                 move "VRBA"                       to ws-ctb-evento
                 move fvrb-cd-empresa              to ws-ctb-cd-empresa
                 move zeroes                       to ws-ctb-cd-filial
                 move ws-data-fim-periodo          to ws-ctb-data
                 move spaces                       to ws-ctb-documento
                 string "VRB " fvrb-cd-fornecedor "/" fvrb-cd-acordo
                        delimited by size into ws-ctb-documento
                 move spaces                       to ws-ctb-historico
                 string "Verba fornecedor " fvrb-cd-fornecedor
                        " acordo " fvrb-cd-acordo
                        delimited by size into ws-ctb-historico
                 move ws-valor-diferenca           to ws-ctb-valor
                 perform 2490-lanca-diario
            end-if

            if   fvrb-data-fim not greater ws-data-fim-periodo
                 perform 2500-liquida-acordo
            end-if

            move ws-ano-inv                        to fvrb-dt-atualizacao-ano
            move ws-mes-inv                        to fvrb-dt-atualizacao-mes
            move ws-dia-inv                        to fvrb-dt-atualizacao-dia
            move ws-hora                           to fvrb-hr-atualizacao-hora
            move ws-minutos                        to fvrb-hr-atualizacao-minuto
            move ws-segundos                       to fvrb-hr-atualizacao-segundo
            move este-programa                     to fvrb-job-origem
            perform 9000-regravar-CSBHD098
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if

            perform 2450-imprime-acordo
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Proxima faixa: a seguinte a atingida que tenha volume; o que
      *> falta e o volume dela menos o volume liquido.
       2450-imprime-acordo section.
       2450.
            move zeroes                            to ws-valor-falta
            compute ws-idx-faixa = ws-faixa-atingida + 1
            if   ws-idx-faixa > 5
            or   (ws-idx-faixa > 1
             and  fvrb-volume-minimo (ws-idx-faixa) equal zeroes)
                 move zeroes                       to ws-idx-faixa
            else
                 compute ws-valor-falta =
                         fvrb-volume-minimo (ws-idx-faixa) - ws-valor-liquido
            end-if

            move ws-valor-liquido                  to ws-liquido-edt
            move ws-valor-verba                    to ws-valor-edt
            move ws-percentual-atingido            to ws-percentual-edt
            move spaces                            to rel-linha
            string "Fornecedor " fvrb-cd-fornecedor
                   " acordo " fvrb-cd-acordo
                   " empresa " fvrb-cd-empresa
                   " grupo " fvrb-cd-grupo
                   " vigencia " fvrb-data-inicio " a " fvrb-data-fim
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Volume liquido " ws-liquido-edt
                   "  faixa " ws-faixa-atingida
                   " (" ws-percentual-edt "%)"
                   "  verba " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            if   ws-idx-faixa equal zeroes
                 string "  Faixa maxima atingida"
                        delimited by size into rel-linha
            else
                 move ws-valor-falta               to ws-falta-edt
                 move fvrb-percentual (ws-idx-faixa) to ws-percentual-edt
                 string "  Faltam " ws-falta-edt
                        " para a faixa " ws-idx-faixa
                        " (" ws-percentual-edt "%)"
                        delimited by size into rel-linha
            end-if
            write rel-linha
            if   fvrb-situacao-liquidado
                 move fvrb-valor-compensado        to ws-valor-edt
                 move fvrb-valor-a-receber         to ws-falta-edt
                 move spaces                       to rel-linha
                 string "  LIQUIDADO: compensado " ws-valor-edt
                        "  a receber " ws-falta-edt
                        delimited by size into rel-linha
                 write rel-linha
            end-if

            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string fvrb-cd-fornecedor ";" fvrb-cd-acordo ";"
                        fvrb-cd-empresa ";" fvrb-cd-grupo ";"
                        fvrb-valor-compras ";" fvrb-valor-devolucoes ";"
                        ws-valor-liquido ";" ws-faixa-atingida ";"
                        ws-percentual-atingido ";" ws-valor-verba ";"
                        ws-idx-faixa ";" ws-valor-falta ";"
                        fvrb-situacao
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2450-exit.
            exit.
      *>=====================================================================
       2490-lanca-diario section.
       2490.
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 move ws-ctb-id-erro               to rel-linha
                 write rel-linha
            end-if
           .
       2490-exit.
            exit.
      *>=====================================================================
      *> Liquidacao do acordo encerrado: nota de credito compensa os
      *> titulos de duplicata do fornecedor ainda abertos ou autorizados
      *> fora de remessa, na empresa do acordo; o que nao couber fica a
      *> receber. Bonificacao em mercadoria fica toda a receber.
       2500-liquida-acordo section.
       2500.
            move ws-valor-verba                    to ws-valor-restante
            move zeroes                            to fvrb-valor-compensado
            if   fvrb-liquida-nota-credito
            and  ws-valor-restante > zeroes
                 initialize                        ftcp-chave-2
                 move fvrb-cd-fornecedor           to ftcp-cd-credor
                 perform 9000-str-CSBHD041-eql-2
                 move spaces                       to ws-id-fim-item
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-item
                 end-if
                 perform until ws-fim-item
                      perform 9000-ler-CSBHD041-next
                      if   not ws-operacao-ok
                      or   ftcp-cd-credor not equal fvrb-cd-fornecedor
                           move "S"                to ws-id-fim-item
                      else
                           if   ftcp-origem-duplicata
                           and  ftcp-cd-empresa equal fvrb-cd-empresa
                           and  ftcp-data-remessa equal zeroes
                           and  ftcp-valor > zeroes
                           and  (ftcp-situacao-aberto
                            or   ftcp-situacao-autorizado)
                                perform 2510-compensa-titulo
                           end-if
                           if   ws-valor-restante not greater zeroes
                                move "S"           to ws-id-fim-item
                           end-if
                      end-if
                 end-perform
                 move "00"                         to ws-resultado-acesso
            end-if

            move ws-valor-restante                 to fvrb-valor-a-receber
            move ws-data-hoje                      to fvrb-data-liquidacao
            move "L"                               to fvrb-situacao
            add 1                                  to ws-qtde-acordos-liquidados
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-compensa-titulo section.
       2510.
            if   ftcp-valor < ws-valor-restante
                 move ftcp-valor                   to ws-valor-abatimento
            else
                 move ws-valor-restante            to ws-valor-abatimento
            end-if
            subtract ws-valor-abatimento           from ftcp-valor
            add ws-valor-abatimento                to ftcp-valor-abatido
            if   ftcp-valor equal zeroes
                 move "P"                          to ftcp-situacao
                 move ws-data-hoje                 to ftcp-data-pagamento
            end-if
            move ws-ano-inv                        to ftcp-dt-atualizacao-ano
            move ws-mes-inv                        to ftcp-dt-atualizacao-mes
            move ws-dia-inv                        to ftcp-dt-atualizacao-dia
            move ws-hora                           to ftcp-hr-atualizacao-hora
            move ws-minutos                        to ftcp-hr-atualizacao-minuto
            move ws-segundos                       to ftcp-hr-atualizacao-segundo
            move este-programa                     to ftcp-job-origem
            perform 9000-regravar-CSBHD041
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            subtract ws-valor-abatimento           from ws-valor-restante
            add ws-valor-abatimento                to fvrb-valor-compensado
            add 1                                  to ws-qtde-titulos-compensados

            move "VRBC"                            to ws-ctb-evento
            move ftcp-cd-empresa                   to ws-ctb-cd-empresa
            move ftcp-cd-filial                    to ws-ctb-cd-filial
            move ws-data-hoje                      to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "TPG " ftcp-cd-titulo
                   delimited by size into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Verba compensada acordo " fvrb-cd-fornecedor "/"
                   fvrb-cd-acordo
                   delimited by size into ws-ctb-historico
            move ws-valor-abatimento               to ws-ctb-valor
            perform 2490-lanca-diario

            move ws-valor-abatimento               to ws-valor-edt
            move spaces                            to rel-linha
            string "  Titulo " ftcp-cd-empresa "/" ftcp-cd-filial "/"
                   ftcp-cd-titulo " compensado em " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2510-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Acordos apurados : " ws-qtde-acordos-apurados
                   "   Liquidados : " ws-qtde-acordos-liquidados
                   "   Titulos compensados : " ws-qtde-titulos-compensados
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

            move ws-qtde-acordos-apurados          to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03067v

            if   ws-tracelog-csbh03067v
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
            if   ws-tracelog-csbh03067v
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
       COPY CSBHP004.
       COPY CSBHP016.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL033.
       COPY CSBHL034.
       COPY CSBHL041.
       COPY CSBHL044.
       COPY CSBHL061.
       COPY CSBHL095.
       COPY CSBHL096.
       COPY CSBHL098.
       COPY CSBHL100.
