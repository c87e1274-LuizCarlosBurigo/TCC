       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03066P.
      *>=====================================================================
      *> Provisao de frete do fechamento mensal: o custo do frete so era
      *> reconhecido quando a fatura da transportadora era conciliada em
      *> CSBH03013C, e o embarque do fim do mes ficava sem frete ate o
      *> mes seguinte. Este job acha todo embarque nao cancelado com
      *> transportadora e sem titulo de frete conciliado (CSBHD041, tipo
      *> "F", documento = saida): as Saidas com cliente de CSBHD003 e as
      *> transferencias de CSBHD023 (pela ponta de expedicao em
      *> CSBHD003). Cada embarque e valorizado pela tarifa contratada
      *> (CSBHD026: fixa por embarque, unitaria pela quantidade expedida
      *> em CSBHD004) para a cidade de destino - a do cliente ou, na
      *> transferencia, a da filial de destino - e, sem tarifa, pelo
      *> fesd-frete lancado. Os embarques do periodo somam a provisao
      *> por empresa/filial e transportadora (CSBHD097), lancada no
      *> diario contabil (CSBHD096, evento PVFR) no ultimo dia do
      *> periodo, com o estorno no primeiro dia do periodo seguinte;
      *> reprocessar o periodo lanca so a diferenca. O relatorio lista,
      *> por transportadora, todos os embarques sem fatura ate o fim do
      *> periodo, do mais antigo para o mais novo, com a idade em dias
      *> e os totais por faixa - para cobrar a transportadora que nunca
      *> fatura. O periodo segue lnk-periodo-fechamento (zero = mes
      *> anterior).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS001.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS013.
           COPY CSBHS023.
           COPY CSBHS026.
           COPY CSBHS033.
           COPY CSBHS041.
           COPY CSBHS095.
           COPY CSBHS096.
           COPY CSBHS097.

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
           COPY CSBHF001.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF013.
           COPY CSBHF023.
           COPY CSBHF026.
           COPY CSBHF033.
           COPY CSBHF041.
           COPY CSBHF095.
           COPY CSBHF096.
           COPY CSBHF097.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-embarque.
                03 srt-cd-transportadora           pic 9(09).
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-data-saida                  pic 9(08).
                03 srt-cd-saida                    pic 9(09).
                03 srt-tipo-embarque               pic x(01).
                   88 srt-embarque-saida                     value "S".
                   88 srt-embarque-transferencia             value "T".
                03 srt-origem-valor                pic x(01).
                   88 srt-valor-contratado                   value "C".
                   88 srt-valor-lancado                      value "L".
                03 srt-valor                       pic s9(09)v99.
                03 srt-id-no-periodo               pic x(01).
                   88 srt-no-periodo                         value "S".

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03066P".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03066p             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03066p                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-item                       pic x(01) value spaces.
              88 ws-fim-item                                 value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-id-tem-fatura                     pic x(01) value spaces.
              88 ws-tem-fatura                               value "S".
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
           03 ws-saida-inteiro                     pic 9(08) value zeroes.
           03 ws-dias-sem-fatura                   pic 9(05) value zeroes.
           03 ws-faixa                             pic x(08) value spaces.
           03 ws-embarque-avaliado.
              05 ws-avl-cd-empresa                 pic 9(03).
              05 ws-avl-cd-filial                  pic 9(03).
              05 ws-avl-cd-saida                   pic 9(09).
              05 ws-avl-cd-transportadora          pic 9(09).
              05 ws-avl-data-saida                 pic 9(08).
              05 ws-avl-frete                      pic s9(09)v99.
              05 ws-avl-tipo-embarque              pic x(01).
              05 ws-avl-cd-cidade-destino          pic 9(09).
           03 ws-qtdade-expedida                   pic 9(09) value zeroes.
           03 ws-frete-contratado                  pic s9(11)v99 value zeroes.
           03 ws-grupo-transportadora.
              05 ws-grp-cd-transportadora          pic 9(09) value zeroes.
              05 ws-grp-qtde-embarques             pic 9(07) value zeroes.
              05 ws-grp-valor                      pic s9(11)v99 value zeroes.
              05 ws-grp-data-mais-antiga           pic 9(08) value zeroes.
              05 ws-grp-valor-faixa                pic s9(11)v99 value zeroes
                                                   occurs 4 times.
           03 ws-grupo-filial.
              05 ws-fil-cd-empresa                 pic 9(03) value zeroes.
              05 ws-fil-cd-filial                  pic 9(03) value zeroes.
              05 ws-fil-qtde-embarques             pic 9(07) value zeroes.
              05 ws-fil-valor-provisao             pic s9(11)v99 value zeroes.
              05 ws-fil-data-mais-antiga           pic 9(08) value zeroes.
           03 ws-valor-diferenca                   pic s9(11)v99 value zeroes.
           03 ws-idx-faixa                         pic 9(01) value zeroes.
           03 ws-qtde-embarques                    pic 9(09) value zeroes.
           03 ws-qtde-sem-tarifa                   pic 9(09) value zeroes.
           03 ws-valor-provisao-total              pic s9(13)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-faixa-edt                         pic -(11)9,99 occurs 4 times.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
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
      *> Periodo da provisao, ultimo dia do periodo (data da provisao) e
      *> primeiro dia do periodo seguinte (data do estorno).
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

            string lnk-dtbPath delimited by space,
                   "/CSBH03066P.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH03066P.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD023
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD026
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD041
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD097
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-transportadora srt-cd-empresa
                                    srt-cd-filial srt-data-saida
                                    srt-cd-saida
                      input procedure  2100-seleciona-embarques
                      output procedure 2200-provisiona-frete
                 close CSBHD001
                 close CSBHD003
                 close CSBHD004
                 close CSBHD013
                 close CSBHD023
                 close CSBHD026
                 close CSBHD041
                 close CSBHD095
                 close CSBHD096
                 close CSBHD097
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Duas varreduras: as Saidas com cliente (a saida sem cliente e a
      *> ponta de expedicao de uma transferencia ou movimento interno) e
      *> as transferencias, que chegam a CSBHD003 pela ponta de
      *> expedicao para o frete lancado e o cancelamento.
       2100-seleciona-embarques section.
       2100.
            move low-values                        to fesd-chave-1
            perform 9000-str-CSBHD003-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   not fesd-situacao-cancelada
                      and  fesd-cd-cliente        not equal zeroes
                      and  fesd-cd-transportadora not equal zeroes
                      and  fesd-data-saida not greater ws-data-fim-periodo
                           move "S"                to ws-avl-tipo-embarque
                           perform 2110-guarda-embarque
                           perform 2120-resolve-destino-cliente
                           perform 2150-avalia-embarque
                      end-if
                 end-if
            end-perform

            move low-values                        to ftrn-chave-1
            perform 9000-str-CSBHD023-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD023-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   ftrn-cd-transportadora not equal zeroes
                      and  ftrn-cd-saida          not equal zeroes
                      and  ftrn-data-envio not greater ws-data-fim-periodo
                           perform 2130-localiza-expedicao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-guarda-embarque section.
       2110.
            move fesd-cd-empresa                   to ws-avl-cd-empresa
            move fesd-cd-filial                    to ws-avl-cd-filial
            move fesd-cd-saida                     to ws-avl-cd-saida
            move fesd-cd-transportadora            to ws-avl-cd-transportadora
            move fesd-data-saida                   to ws-avl-data-saida
            move fesd-frete                        to ws-avl-frete
           .
       2110-exit.
            exit.
      *>=====================================================================
       2120-resolve-destino-cliente section.
       2120.
            move zeroes                            to ws-avl-cd-cidade-destino
            initialize                             fdcli-chave-1
            move fesd-cd-cliente                   to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   ws-operacao-ok
                 move fdcli-cd-cidade              to ws-avl-cd-cidade-destino
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
      *> Transferencia: a ponta de expedicao na filial de origem da o
      *> frete lancado e o cancelamento; o destino e a cidade da filial
      *> que recebe.
       2130-localiza-expedicao section.
       2130.
            initialize                             fesd-chave-1
            move ftrn-cd-empresa                   to fesd-cd-empresa
            move ftrn-cd-filial-origem             to fesd-cd-filial
            move ftrn-cd-saida                     to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
            or   fesd-situacao-cancelada
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "T"                               to ws-avl-tipo-embarque
            perform 2110-guarda-embarque
            move ftrn-cd-transportadora            to ws-avl-cd-transportadora

            move zeroes                            to ws-avl-cd-cidade-destino
            initialize                             fclj-chave-1
            move ftrn-cd-empresa                   to fclj-cd-empresa
            move ftrn-cd-filial-destino            to fclj-cd-filial
            perform 9000-ler-CSBHD001-ran
            if   ws-operacao-ok
                 move fclj-cd-cidade               to ws-avl-cd-cidade-destino
            end-if
            move "00"                              to ws-resultado-acesso
            perform 2150-avalia-embarque
           .
       2130-exit.
            exit.
      *>=====================================================================
      *> Embarque sem fatura conciliada entra no sort valorizado pela
      *> tarifa contratada ou, sem ela, pelo frete lancado.
       2150-avalia-embarque section.
       2150.
            perform 2160-verifica-fatura
            if   ws-tem-fatura
                 exit section
            end-if

            move ws-avl-cd-transportadora          to srt-cd-transportadora
            move ws-avl-cd-empresa                 to srt-cd-empresa
            move ws-avl-cd-filial                  to srt-cd-filial
            move ws-avl-data-saida                 to srt-data-saida
            move ws-avl-cd-saida                   to srt-cd-saida
            move ws-avl-tipo-embarque              to srt-tipo-embarque

            perform 2170-frete-contratado
            if   ws-frete-contratado not equal zeroes
                 move "C"                          to srt-origem-valor
                 move ws-frete-contratado          to srt-valor
            else
                 add 1                             to ws-qtde-sem-tarifa
                 move "L"                          to srt-origem-valor
                 move ws-avl-frete                 to srt-valor
            end-if

            if   ws-avl-data-saida (1:6) equal ws-periodo
                 move "S"                          to srt-id-no-periodo
            else
                 move "N"                          to srt-id-no-periodo
            end-if
            add 1                                  to ws-qtde-embarques
            release srt-embarque
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Fatura conciliada = titulo de frete nao cancelado da
      *> transportadora para a saida (o mesmo teste de duplicidade da
      *> conciliacao CSBH03013C).
       2160-verifica-fatura section.
       2160.
            move spaces                            to ws-id-tem-fatura
            initialize                             ftcp-chave-2
            move ws-avl-cd-transportadora          to ftcp-cd-credor
            perform 9000-str-CSBHD041-eql-2
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD041-next
                 perform
                   until not ws-operacao-ok
                   or     ftcp-cd-credor not equal ws-avl-cd-transportadora
                   or     ws-tem-fatura
                         if   ftcp-origem-frete
                         and  not ftcp-situacao-cancelado
                         and  ftcp-cd-empresa equal ws-avl-cd-empresa
                         and  ftcp-cd-filial  equal ws-avl-cd-filial
                         and  ftcp-cd-documento-origem equal ws-avl-cd-saida
                              move "S"             to ws-id-tem-fatura
                         else
                              perform 9000-ler-CSBHD041-next
                         end-if
                 end-perform
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2160-exit.
            exit.
      *>=====================================================================
      *> Tarifa contratada da transportadora para a cidade de destino:
      *> fixa vale por embarque, unitaria multiplica a quantidade
      *> expedida (itens de CSBHD004 pela chave alternada de cd-saida).
       2170-frete-contratado section.
       2170.
            move zeroes                            to ws-frete-contratado
            if   ws-avl-cd-cidade-destino equal zeroes
                 exit section
            end-if
            initialize                             ftrf-chave-1
            move ws-avl-cd-transportadora          to ftrf-cd-transportadora
            move ws-avl-cd-cidade-destino          to ftrf-cd-cidade
            perform 9000-ler-CSBHD026-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   ftrf-tarifa-fixa
                 move ftrf-valor                   to ws-frete-contratado
                 exit section
            end-if

            move zeroes                            to ws-qtdade-expedida
            initialize                             feisd-item-saida
            move ws-avl-cd-saida                   to feisd-cd-saida
            perform 9000-str-CSBHD004-eql-2
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            perform 9000-ler-CSBHD004-next
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
            or   feisd-cd-saida not equal ws-avl-cd-saida
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 if   feisd-cd-empresa equal ws-avl-cd-empresa
                 and  feisd-cd-filial  equal ws-avl-cd-filial
                      add feisd-qtdade             to ws-qtdade-expedida
                 end-if
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-saida not equal ws-avl-cd-saida
                      move "S"                     to ws-id-fim-item
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            compute ws-frete-contratado =
                    ftrf-valor * ws-qtdade-expedida
           .
       2170-exit.
            exit.
      *>=====================================================================
      *> Quebras: transportadora (idade e faixas) e, dentro dela,
      *> empresa/filial (provisao gravada e lancada).
       2200-provisiona-frete section.
       2200.
            open output relatorio
            perform 2210-cabecalho
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH03066P.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "transportadora;empresa;filial;saida;tipo;data-saida;dias;faixa;origem-valor;valor;provisionado"
                                                   to csv-linha
                 write csv-linha
            end-if

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-grupo
                      move spaces                   to ws-id-primeiro-grupo
                      perform 2230-abre-transportadora
                      perform 2250-abre-filial
                 else
                      if   srt-cd-transportadora not equal
                           ws-grp-cd-transportadora
                           perform 2260-fecha-filial
                           perform 2240-fecha-transportadora
                           perform 2230-abre-transportadora
                           perform 2250-abre-filial
                      else
                           if   srt-cd-empresa not equal ws-fil-cd-empresa
                           or   srt-cd-filial  not equal ws-fil-cd-filial
                                perform 2260-fecha-filial
                                perform 2250-abre-filial
                           end-if
                      end-if
                 end-if
                 perform 2220-imprime-embarque
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2260-fecha-filial
                 perform 2240-fecha-transportadora
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
       2210-cabecalho section.
       2210.
            move spaces                            to rel-linha
            string "Provisao de frete sem fatura - periodo "
                   ws-periodo-ano "/" ws-periodo-mes
                   " - provisao em " ws-data-fim-periodo
                   " estorno em " ws-data-inicio-proximo
                   delimited by size into rel-linha
            write rel-linha
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Idade do embarque em dias corridos ate o fim do periodo, nas
      *> faixas ate 30, 31 a 60, 61 a 90 e acima de 90.
       2220-imprime-embarque section.
       2220.
            compute ws-saida-inteiro =
                    function integer-of-date(srt-data-saida)
            compute ws-dias-sem-fatura =
                    ws-fim-periodo-inteiro - ws-saida-inteiro
            evaluate true
                when ws-dias-sem-fatura not greater 30
                     move "ATE 30"                 to ws-faixa
                     move 1                        to ws-idx-faixa
                when ws-dias-sem-fatura not greater 60
                     move "31 A 60"                to ws-faixa
                     move 2                        to ws-idx-faixa
                when ws-dias-sem-fatura not greater 90
                     move "61 A 90"                to ws-faixa
                     move 3                        to ws-idx-faixa
                when other
                     move "ACIMA 90"               to ws-faixa
                     move 4                        to ws-idx-faixa
            end-evaluate

            add 1                                  to ws-grp-qtde-embarques
            add srt-valor                          to ws-grp-valor
            add srt-valor                  to ws-grp-valor-faixa (ws-idx-faixa)
            if   ws-grp-data-mais-antiga equal zeroes
            or   srt-data-saida < ws-grp-data-mais-antiga
                 move srt-data-saida               to ws-grp-data-mais-antiga
            end-if
            if   srt-no-periodo
                 add 1                             to ws-fil-qtde-embarques
                 add srt-valor                     to ws-fil-valor-provisao
                 if   ws-fil-data-mais-antiga equal zeroes
                      move srt-data-saida          to ws-fil-data-mais-antiga
                 end-if
            end-if

            move srt-valor                         to ws-valor-edt
            move spaces                            to rel-linha
            string "  " srt-cd-empresa "/" srt-cd-filial
                   " saida " srt-cd-saida " " srt-tipo-embarque
                   " " srt-data-saida " " ws-dias-sem-fatura " dias "
                   ws-faixa " " srt-origem-valor " " ws-valor-edt
                   " " srt-id-no-periodo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string srt-cd-transportadora ";" srt-cd-empresa ";"
                        srt-cd-filial ";" srt-cd-saida ";"
                        srt-tipo-embarque ";" srt-data-saida ";"
                        ws-dias-sem-fatura ";" ws-faixa ";"
                        srt-origem-valor ";" srt-valor ";"
                        srt-id-no-periodo
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2220-exit.
            exit.
      *>=====================================================================
       2230-abre-transportadora section.
       2230.
            initialize                             ws-grupo-transportadora
            move srt-cd-transportadora             to ws-grp-cd-transportadora
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Transportadora " ws-grp-cd-transportadora
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Emp/Fil saida     T Data     Idade      Faixa"
                   "    O           Valor P"
                   delimited by size into rel-linha
            write rel-linha
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-transportadora section.
       2240.
            move ws-grp-valor                      to ws-valor-edt
            move spaces                            to rel-linha
            string "  Sem fatura: " ws-grp-qtde-embarques
                   " embarques " ws-valor-edt
                   "  mais antigo " ws-grp-data-mais-antiga
                   delimited by size into rel-linha
            write rel-linha
            move ws-grp-valor-faixa (1)            to ws-faixa-edt (1)
            move ws-grp-valor-faixa (2)            to ws-faixa-edt (2)
            move ws-grp-valor-faixa (3)            to ws-faixa-edt (3)
            move ws-grp-valor-faixa (4)            to ws-faixa-edt (4)
            move spaces                            to rel-linha
            string "  Ate 30 " ws-faixa-edt (1)
                   "  31 a 60 " ws-faixa-edt (2)
                   "  61 a 90 " ws-faixa-edt (3)
                   "  Acima 90 " ws-faixa-edt (4)
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2250-abre-filial section.
       2250.
            initialize                             ws-grupo-filial
            move srt-cd-empresa                    to ws-fil-cd-empresa
            move srt-cd-filial                     to ws-fil-cd-filial
           .
       2250-exit.
            exit.
      *>=====================================================================
      *> Provisao da empresa/filial e transportadora no periodo: grava
      *> (ou atualiza) CSBHD097 e lanca no diario so a diferenca contra
      *> o valor ja provisionado - a provisao no ultimo dia do periodo
      *> e o estorno, com o valor invertido, no primeiro dia seguinte.
       2260-fecha-filial section.
       2260.
            initialize                             fpvf-chave-1
            move ws-fil-cd-empresa                 to fpvf-cd-empresa
            move ws-fil-cd-filial                  to fpvf-cd-filial
            move ws-periodo                        to fpvf-periodo
            move ws-grp-cd-transportadora          to fpvf-cd-transportadora
            perform 9000-ler-CSBHD097-ran
            if   ws-operacao-ok
                 compute ws-valor-diferenca =
                         ws-fil-valor-provisao - fpvf-valor
            else
                 if   ws-fil-valor-provisao equal zeroes
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 initialize                        fpvf-provisao-frete
                 move ws-fil-cd-empresa            to fpvf-cd-empresa
                 move ws-fil-cd-filial             to fpvf-cd-filial
                 move ws-periodo                   to fpvf-periodo
                 move ws-grp-cd-transportadora     to fpvf-cd-transportadora
                 move ws-fil-valor-provisao        to ws-valor-diferenca
            end-if

            move ws-fil-qtde-embarques             to fpvf-qtde-embarques
            move ws-fil-valor-provisao             to fpvf-valor
            move ws-fil-data-mais-antiga           to fpvf-data-mais-antiga
            move ws-data-fim-periodo               to fpvf-data-provisao
            move ws-data-inicio-proximo            to fpvf-data-estorno
            move ws-ano-inv                        to fpvf-dt-atualizacao-ano
            move ws-mes-inv                        to fpvf-dt-atualizacao-mes
            move ws-dia-inv                        to fpvf-dt-atualizacao-dia
            move ws-hora                           to fpvf-hr-atualizacao-hora
            move ws-minutos                        to fpvf-hr-atualizacao-minuto
            move ws-segundos                       to fpvf-hr-atualizacao-segundo
            move este-programa                     to fpvf-job-origem
            if   ws-operacao-ok
                 perform 9000-regravar-CSBHD097
            else
                 perform 9000-gravar-CSBHD097
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            add ws-fil-valor-provisao              to ws-valor-provisao-total

            if   ws-valor-diferenca equal zeroes
                 exit section
            end-if
            move "PVFR"                            to ws-ctb-evento
            move ws-fil-cd-empresa                 to ws-ctb-cd-empresa
            move ws-fil-cd-filial                  to ws-ctb-cd-filial
            move spaces                            to ws-ctb-documento
            string "PVF " ws-periodo " " ws-grp-cd-transportadora
                   delimited by size into ws-ctb-documento

            move ws-data-fim-periodo               to ws-ctb-data
            move spaces                            to ws-ctb-historico
            string "Provisao frete transp " ws-grp-cd-transportadora
                   delimited by size into ws-ctb-historico
            move ws-valor-diferenca                to ws-ctb-valor
            perform 2270-lanca-provisao

            move ws-data-inicio-proximo            to ws-ctb-data
            move spaces                            to ws-ctb-historico
            string "Estorno provisao frete transp "
                   ws-grp-cd-transportadora
                   delimited by size into ws-ctb-historico
            compute ws-ctb-valor = 0 - ws-valor-diferenca
            perform 2270-lanca-provisao

            move ws-fil-valor-provisao             to ws-valor-edt
            move spaces                            to rel-linha
            string "  Provisao " ws-fil-cd-empresa "/" ws-fil-cd-filial
                   " no periodo: " ws-fil-qtde-embarques
                   " embarques " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2260-exit.
            exit.
      *>=====================================================================
       2270-lanca-provisao section.
       2270.
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 move ws-ctb-id-erro               to rel-linha
                 write rel-linha
            end-if
           .
       2270-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move ws-valor-provisao-total           to ws-valor-edt
            move spaces                            to rel-linha
            string "Embarques sem fatura : " ws-qtde-embarques
                   "   Sem tarifa contratada : " ws-qtde-sem-tarifa
                   "   Provisao do periodo : " ws-valor-edt
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

            move ws-qtde-embarques                 to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03066p

            if   ws-tracelog-csbh03066p
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
            if   ws-tracelog-csbh03066p
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
       COPY CSBHP016.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL001.
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL013.
       COPY CSBHL023.
       COPY CSBHL026.
       COPY CSBHL033.
       COPY CSBHL041.
       COPY CSBHL095.
       COPY CSBHL096.
       COPY CSBHL097.
