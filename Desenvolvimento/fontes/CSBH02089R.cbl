       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02089R.
      *>=====================================================================
      *> Balanco pos-campanha das promocoes (CSBHD122) encerradas no mes:
      *> para cada promocao, volume, receita, desconto concedido (linhas
      *> de CSBHD072 carimbadas com a promocao), custo (custo medio
      *> carimbado na linha de Saida) e margem das Saidas no escopo dela
      *> durante a campanha, contra o mesmo numero de dias imediatamente
      *> antes do inicio. Escopo como na carga: filial, UF do cliente,
      *> grupo e produto, zerado/em branco = qualquer. Empresa do
      *> lnk-cd-empresa; periodo do lnk-periodo-fechamento (mes do fim
      *> da campanha), zero = mes anterior. Com lnk-saida-csv sai tambem
      *> CSBH02089R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS002.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS013.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS072.
           COPY CSBHS122.
           COPY CSBHS999.

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
           COPY CSBHF002.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF013.
           COPY CSBHF033.
           COPY CSBHF044.
           COPY CSBHF072.
           COPY CSBHF122.
           COPY CSBHF999.

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
       78  este-programa                                     value "CSBH02089R".
       78  c-max-promocoes                                   value 200.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02089r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02089r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S" "s".
           03 ws-id-saida-relevante                pic x(01) value spaces.
              88 ws-saida-relevante                          value "S".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-data-calculo                      pic 9(08) value zeroes.
           03 ws-int-inicio                        pic 9(07) value zeroes.
           03 ws-int-fim                           pic 9(07) value zeroes.
           03 ws-data-primeira                     pic 9(08) value zeroes.
           03 ws-data-ultima                       pic 9(08) value zeroes.
           03 ws-data-saida                        pic 9(08) value zeroes.
           03 ws-uf-cliente                        pic x(09) value spaces.
           03 ws-cd-grupo                          pic 9(04) value zeroes.
           03 ws-idx-prm                           pic 9(04) comp value zeroes.
           03 ws-qtde-promocoes                    pic 9(04) comp value zeroes.
           03 ws-janela                            pic x(01) value spaces.
              88 ws-janela-durante                           value "D".
              88 ws-janela-antes                             value "A".
           03 ws-custo-linha                       pic s9(13)v99 value zeroes.
           03 ws-qtde-registros                    pic 9(07) value zeroes.
           03 ws-margem                            pic s9(13)v99 value zeroes.
           03 ws-receita-liquida                   pic s9(13)v99 value zeroes.
           03 ws-margem-percentual                 pic s9(05)v99 value zeroes.
           03 ws-variacao-percentual               pic s9(05)v99 value zeroes.
           03 ws-lin-qtde                          pic z(10)9.
           03 ws-lin-valor                         pic -(11)9,99.
           03 ws-lin-desconto                      pic -(11)9,99.
           03 ws-lin-custo                         pic -(11)9,99.
           03 ws-lin-margem                        pic -(11)9,99.
           03 ws-lin-percentual                    pic -(4)9,99.

      *> Promocoes encerradas no periodo com as duas janelas e os
      *> acumuladores de cada uma.
       01  ws-tabela-promocoes.
           03 ws-prm occurs 200 times.
              05 ws-prm-cd-promocao                pic 9(06).
              05 ws-prm-ds-promocao                pic x(40).
              05 ws-prm-cd-filial                  pic 9(03).
              05 ws-prm-uf                         pic x(09).
              05 ws-prm-cd-grupo                   pic 9(04).
              05 ws-prm-cd-produto                 pic 9(09).
              05 ws-prm-data-inicio                pic 9(08).
              05 ws-prm-data-fim                   pic 9(08).
              05 ws-prm-data-inicio-antes          pic 9(08).
              05 ws-prm-data-fim-antes             pic 9(08).
              05 ws-prm-durante.
                 07 ws-prm-dur-qtde                pic 9(11).
                 07 ws-prm-dur-valor               pic s9(13)v99.
                 07 ws-prm-dur-desconto            pic s9(13)v99.
                 07 ws-prm-dur-custo               pic s9(13)v99.
              05 ws-prm-antes.
                 07 ws-prm-ant-qtde                pic 9(11).
                 07 ws-prm-ant-valor               pic s9(13)v99.
                 07 ws-prm-ant-desconto            pic s9(13)v99.
                 07 ws-prm-ant-custo               pic s9(13)v99.

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

            string lnk-extractionPath delimited by space,
                   "/CSBH02089R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD002
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD072
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD122
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 perform 2100-carrega-promocoes
                 if   ws-qtde-promocoes > zeroes
                      perform 2200-varre-saidas
                 end-if
                 perform 2500-gera-relatorio
            end-if
            close CSBHD002
            close CSBHD003
            close CSBHD004
            close CSBHD013
            close CSBHD044
            close CSBHD072
            close CSBHD122

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Promocoes da empresa com fim no periodo. A janela "antes" tem o
      *> mesmo numero de dias da campanha e termina na vespera do
      *> inicio; a varredura de Saidas vai do inicio da primeira janela
      *> ao fim da ultima campanha.
       2100-carrega-promocoes section.
       2100.
            move zeroes                            to ws-qtde-promocoes
            move 99999999                          to ws-data-primeira
            move zeroes                            to ws-data-ultima
            initialize                             fprm-chave-1
            move lnk-cd-empresa                    to fprm-cd-empresa
            perform 9000-str-CSBHD122-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD122-next
                 if   not ws-operacao-ok
                 or   fprm-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fprm-data-fim (1:6) equal ws-periodo
                           perform 2110-guarda-promocao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-guarda-promocao section.
       2110.
            if   ws-qtde-promocoes not less c-max-promocoes
                 move "Erro - mais promocoes no periodo que a tabela comporta"
                                                   to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if
            add 1                                  to ws-qtde-promocoes
            move ws-qtde-promocoes                 to ws-idx-prm
            initialize                             ws-prm (ws-idx-prm)
            move fprm-cd-promocao                  to ws-prm-cd-promocao (ws-idx-prm)
            move fprm-ds-promocao                  to ws-prm-ds-promocao (ws-idx-prm)
            move fprm-cd-filial                    to ws-prm-cd-filial (ws-idx-prm)
            move fprm-uf                           to ws-prm-uf (ws-idx-prm)
            move fprm-cd-grupo                     to ws-prm-cd-grupo (ws-idx-prm)
            move fprm-cd-produto                   to ws-prm-cd-produto (ws-idx-prm)
            move fprm-data-inicio                  to ws-prm-data-inicio (ws-idx-prm)
            move fprm-data-fim                     to ws-prm-data-fim (ws-idx-prm)

            compute ws-int-inicio = function integer-of-date(fprm-data-inicio)
            compute ws-int-fim    = function integer-of-date(fprm-data-fim)
            compute ws-data-calculo =
                    function date-of-integer(ws-int-inicio - 1)
            move ws-data-calculo                   to ws-prm-data-fim-antes (ws-idx-prm)
            compute ws-data-calculo =
                    function date-of-integer(ws-int-inicio
                                           - (ws-int-fim - ws-int-inicio + 1))
            move ws-data-calculo                   to ws-prm-data-inicio-antes (ws-idx-prm)

            if   ws-prm-data-inicio-antes (ws-idx-prm) < ws-data-primeira
                 move ws-prm-data-inicio-antes (ws-idx-prm)
                                                   to ws-data-primeira
            end-if
            if   fprm-data-fim > ws-data-ultima
                 move fprm-data-fim                to ws-data-ultima
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Saidas da empresa pela data (chave alternativa 4), da primeira
      *> janela "antes" ao fim da ultima campanha.
       2200-varre-saidas section.
       2200.
            initialize                             fesd-saida
            compute ws-data-calculo =
                    function date-of-integer
                        (function integer-of-date(ws-data-primeira) - 1)
            move ws-data-calculo                   to fesd-data-saida
            perform 9000-str-CSBHD003-gtr-4
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                 or   fesd-data-saida > ws-data-ultima
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   fesd-cd-empresa equal lnk-cd-empresa
                           perform 2210-processa-saida
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-processa-saida section.
       2210.
            move fesd-data-saida                   to ws-data-saida
            move spaces                            to ws-uf-cliente
            if   fesd-cd-cliente not equal zeroes
                 initialize                        fdcli-cliente
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      initialize                   fccdd-cidade
                      move fdcli-cd-cidade         to fccdd-cd-cidade
                      perform 9000-ler-CSBHD002-ran
                      if   ws-operacao-ok
                           move fccdd-uf           to ws-uf-cliente
                      end-if
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

      *> So desce aos itens a Saida que cai em alguma janela de alguma
      *> promocao com filial e UF compativeis.
            move spaces                            to ws-id-saida-relevante
            perform varying ws-idx-prm from 1 by 1
                    until ws-idx-prm > ws-qtde-promocoes
                    or    ws-saida-relevante
                 perform 2290-define-janela
                 if   ws-janela not equal spaces
                 and  (ws-prm-cd-filial (ws-idx-prm) equal zeroes
                  or   ws-prm-cd-filial (ws-idx-prm) equal fesd-cd-filial)
                 and  (ws-prm-uf (ws-idx-prm) equal spaces
                  or   ws-prm-uf (ws-idx-prm) equal ws-uf-cliente)
                      move "S"                     to ws-id-saida-relevante
                 end-if
            end-perform
            if   not ws-saida-relevante
                 exit section
            end-if

            initialize                             feisd-item-saida
            move fesd-cd-empresa                   to feisd-cd-empresa
            move fesd-cd-filial                    to feisd-cd-filial
            move fesd-cd-saida                     to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not equal fesd-cd-empresa
                 or   feisd-cd-filial  not equal fesd-cd-filial
                 or   feisd-saida      not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-itens
                 else
                      perform 2220-acumula-item
                 end-if
            end-perform

            initialize                             fdsc-ajuste-saida
            move fesd-cd-empresa                   to fdsc-cd-empresa
            move fesd-cd-filial                    to fdsc-cd-filial
            move fesd-cd-saida                     to fdsc-cd-saida
            perform 9000-str-CSBHD072-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD072-next
                 if   not ws-operacao-ok
                 or   fdsc-cd-empresa not equal fesd-cd-empresa
                 or   fdsc-cd-filial  not equal fesd-cd-filial
                 or   fdsc-cd-saida   not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-itens
                 else
                      if   fdsc-tipo-desconto
                      and  fdsc-cd-promocao not equal zeroes
                           perform 2230-acumula-desconto
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Linha de Saida no escopo de cada promocao soma na janela em que
      *> a data da Saida cai.
       2220-acumula-item section.
       2220.
            move zeroes                            to ws-cd-grupo
            initialize                             fprd-chave-1
            move feisd-cd-produto                  to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
                 move fprd-cd-grupo                to ws-cd-grupo
            end-if
            move "00"                              to ws-resultado-acesso
            compute ws-custo-linha rounded =
                    feisd-custo-medio * feisd-qtdade

            perform varying ws-idx-prm from 1 by 1
                    until ws-idx-prm > ws-qtde-promocoes
                 perform 2290-define-janela
                 if   ws-janela not equal spaces
                 and  (ws-prm-cd-filial (ws-idx-prm) equal zeroes
                  or   ws-prm-cd-filial (ws-idx-prm) equal fesd-cd-filial)
                 and  (ws-prm-uf (ws-idx-prm) equal spaces
                  or   ws-prm-uf (ws-idx-prm) equal ws-uf-cliente)
                 and  (ws-prm-cd-grupo (ws-idx-prm) equal zeroes
                  or   ws-prm-cd-grupo (ws-idx-prm) equal ws-cd-grupo)
                 and  (ws-prm-cd-produto (ws-idx-prm) equal zeroes
                  or   ws-prm-cd-produto (ws-idx-prm) equal feisd-cd-produto)
                      add 1                        to ws-qtde-registros
                      if   ws-janela-durante
                           add feisd-qtdade        to ws-prm-dur-qtde (ws-idx-prm)
                           add feisd-valor         to ws-prm-dur-valor (ws-idx-prm)
                           add ws-custo-linha      to ws-prm-dur-custo (ws-idx-prm)
                      else
                           add feisd-qtdade        to ws-prm-ant-qtde (ws-idx-prm)
                           add feisd-valor         to ws-prm-ant-valor (ws-idx-prm)
                           add ws-custo-linha      to ws-prm-ant-custo (ws-idx-prm)
                      end-if
                 end-if
            end-perform
           .
       2220-exit.
            exit.
      *>=====================================================================
       2230-acumula-desconto section.
       2230.
            perform varying ws-idx-prm from 1 by 1
                    until ws-idx-prm > ws-qtde-promocoes
                 if   ws-prm-cd-promocao (ws-idx-prm) equal fdsc-cd-promocao
                      add fdsc-valor               to ws-prm-dur-desconto (ws-idx-prm)
                 end-if
            end-perform
           .
       2230-exit.
            exit.
      *>=====================================================================
      *> Janela da Saida corrente na promocao ws-idx-prm: "D" durante a
      *> campanha, "A" no periodo equivalente antes, branco fora.
       2290-define-janela section.
       2290.
            move spaces                            to ws-janela
            if   ws-data-saida not less ws-prm-data-inicio (ws-idx-prm)
            and  ws-data-saida not greater ws-prm-data-fim (ws-idx-prm)
                 move "D"                          to ws-janela
            else
                 if   ws-data-saida not less ws-prm-data-inicio-antes (ws-idx-prm)
                 and  ws-data-saida not greater ws-prm-data-fim-antes (ws-idx-prm)
                      move "A"                     to ws-janela
                 end-if
            end-if
           .
       2290-exit.
            exit.
      *>=====================================================================
       2500-gera-relatorio section.
       2500.
            open output relatorio
            move spaces                            to rel-linha
            string "Balanco pos-campanha das promocoes - empresa "
                   lnk-cd-empresa " campanhas encerradas em " ws-periodo
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02089R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "promocao;janela;inicio;fim;quantidade;receita;desconto;custo;margem"
                                                   to csv-linha
                 write csv-linha
            end-if

            if   ws-qtde-promocoes equal zeroes
                 move spaces                       to rel-linha
                 write rel-linha
                 move "  Nenhuma promocao encerrada no periodo"
                                                   to rel-linha
                 write rel-linha
            end-if
            perform varying ws-idx-prm from 1 by 1
                    until ws-idx-prm > ws-qtde-promocoes
                 perform 2510-imprime-promocao
            end-perform

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-imprime-promocao section.
       2510.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Promocao " ws-prm-cd-promocao (ws-idx-prm) " "
                   ws-prm-ds-promocao (ws-idx-prm)
                   " de " ws-prm-data-inicio (ws-idx-prm)
                   " a " ws-prm-data-fim (ws-idx-prm)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Janela                      Quantidade      Receita bruta"
                   "         Desconto            Custo           Margem  Marg%"
                   delimited by size into rel-linha
            write rel-linha

      *> Durante a campanha
            move ws-prm-dur-qtde (ws-idx-prm)      to ws-lin-qtde
            move ws-prm-dur-valor (ws-idx-prm)     to ws-lin-valor
            move ws-prm-dur-desconto (ws-idx-prm)  to ws-lin-desconto
            move ws-prm-dur-custo (ws-idx-prm)     to ws-lin-custo
            compute ws-receita-liquida = ws-prm-dur-valor (ws-idx-prm)
                                       - ws-prm-dur-desconto (ws-idx-prm)
            compute ws-margem = ws-receita-liquida
                              - ws-prm-dur-custo (ws-idx-prm)
            perform 2520-percentual-margem
            move spaces                            to rel-linha
            string "  Durante " ws-prm-data-inicio (ws-idx-prm) "-"
                   ws-prm-data-fim (ws-idx-prm) " " ws-lin-qtde " "
                   ws-lin-valor " " ws-lin-desconto " " ws-lin-custo " "
                   ws-lin-margem " " ws-lin-percentual
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-prm-cd-promocao (ws-idx-prm) ";D;"
                        ws-prm-data-inicio (ws-idx-prm) ";"
                        ws-prm-data-fim (ws-idx-prm) ";"
                        ws-prm-dur-qtde (ws-idx-prm) ";"
                        ws-prm-dur-valor (ws-idx-prm) ";"
                        ws-prm-dur-desconto (ws-idx-prm) ";"
                        ws-prm-dur-custo (ws-idx-prm) ";"
                        ws-margem
                        delimited by size into csv-linha
                 write csv-linha
            end-if

      *> Mesmo numero de dias antes do inicio
            move ws-prm-ant-qtde (ws-idx-prm)      to ws-lin-qtde
            move ws-prm-ant-valor (ws-idx-prm)     to ws-lin-valor
            move ws-prm-ant-desconto (ws-idx-prm)  to ws-lin-desconto
            move ws-prm-ant-custo (ws-idx-prm)     to ws-lin-custo
            compute ws-receita-liquida = ws-prm-ant-valor (ws-idx-prm)
                                       - ws-prm-ant-desconto (ws-idx-prm)
            compute ws-margem = ws-receita-liquida
                              - ws-prm-ant-custo (ws-idx-prm)
            perform 2520-percentual-margem
            move spaces                            to rel-linha
            string "  Antes   " ws-prm-data-inicio-antes (ws-idx-prm) "-"
                   ws-prm-data-fim-antes (ws-idx-prm) " " ws-lin-qtde " "
                   ws-lin-valor " " ws-lin-desconto " " ws-lin-custo " "
                   ws-lin-margem " " ws-lin-percentual
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-prm-cd-promocao (ws-idx-prm) ";A;"
                        ws-prm-data-inicio-antes (ws-idx-prm) ";"
                        ws-prm-data-fim-antes (ws-idx-prm) ";"
                        ws-prm-ant-qtde (ws-idx-prm) ";"
                        ws-prm-ant-valor (ws-idx-prm) ";"
                        ws-prm-ant-desconto (ws-idx-prm) ";"
                        ws-prm-ant-custo (ws-idx-prm) ";"
                        ws-margem
                        delimited by size into csv-linha
                 write csv-linha
            end-if

      *> Variacao de volume da campanha sobre o periodo anterior.
            move spaces                            to rel-linha
            if   ws-prm-ant-qtde (ws-idx-prm) > zeroes
                 compute ws-variacao-percentual rounded =
                         ((ws-prm-dur-qtde (ws-idx-prm)
                         - ws-prm-ant-qtde (ws-idx-prm)) * 100)
                         / ws-prm-ant-qtde (ws-idx-prm)
                 move ws-variacao-percentual       to ws-lin-percentual
                 string "  Variacao de volume %" ws-lin-percentual
                        delimited by size into rel-linha
            else
                 string "  Variacao de volume: sem vendas no periodo anterior"
                        delimited by size into rel-linha
            end-if
            write rel-linha
           .
       2510-exit.
            exit.
      *>=====================================================================
      *> Margem percentual sobre a receita liquida (ws-receita-liquida,
      *> receita bruta menos desconto).
       2520-percentual-margem section.
       2520.
            move ws-margem                         to ws-lin-margem
            move zeroes                            to ws-margem-percentual
            if   ws-receita-liquida not equal zeroes
                 compute ws-margem-percentual rounded =
                         (ws-margem * 100) / ws-receita-liquida
            end-if
            move ws-margem-percentual              to ws-lin-percentual
           .
       2520-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-registros                 to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02089r

            if   ws-tracelog-csbh02089r
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
            if   ws-tracelog-csbh02089r
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
       COPY CSBHL002.
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL013.
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL072.
       COPY CSBHL122.
       COPY CSBHL999.
