       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03073B.
      *>=====================================================================
      *> Geracao de ondas de separacao: as Saidas liberadas do dia
      *> (lnk-dt-referencia; zero = hoje) da empresa/filial corrente -
      *> nao canceladas, ainda sem nota (CSBH03012N) - sao agrupadas
      *> pela rota da cidade de destino (CSBHD027, destino pelo cliente
      *> CSBHD013 ou, sem cliente, pela loja CSBHD001, como a lista de
      *> embarque CSBH02033R) e pelo horario de corte da rota
      *> (CSBHD075). Cada rota do dia vira uma onda em CSBHD107, na
      *> ordem do corte (a rota que fecha primeiro e separada
      *> primeiro); rota sem corte vai para o fim e destino sem rota
      *> cadastrada forma a onda da rota 9999.
      *> Entram na onda as linhas de CSBHD004 ainda nao confirmadas
      *> (CSBHD050), fora de outra onda (chave 2 de CSBHD108) e que nao
      *> sao drop-ship. Dentro da onda as Saidas recebem prioridade
      *> pela data prometida ao cliente (sem data prometida por ultimo)
      *> e pelo numero da Saida - e a ordem em que a confirmacao da
      *> onda (CSBH03031P) distribui um pick curto.
      *> Para cada onda gerada o relatorio traz um unico caminho de
      *> coleta, somado por produto/lote/endereco na ordem de caminhada
      *> do enderecamento CSBHD028 (o mesmo endereco da lista por
      *> Saida CSBH02034R), seguido da folha de distribuicao
      *> (put-to-order) com quantas unidades vao para cada Saida.
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
           COPY CSBHS027.
           COPY CSBHS028.
           COPY CSBHS033.
           COPY CSBHS050.
           COPY CSBHS075.
           COPY CSBHS107.
           COPY CSBHS108.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

           select ws-arquivo-sort-coleta assign to wid-arquivo-sort-coleta.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF001.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF013.
           COPY CSBHF027.
           COPY CSBHF028.
           COPY CSBHF033.
           COPY CSBHF050.
           COPY CSBHF075.
           COPY CSBHF107.
           COPY CSBHF108.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           sd   ws-arquivo-sort.
           01   srt-linha-onda.
                03 srt-ordem-corte                 pic 9(04).
                03 srt-cd-rota                     pic 9(04).
                03 srt-data-prioridade             pic 9(08).
                03 srt-cd-saida                    pic 9(09).
                03 srt-sequencia                   pic 9(09).
                03 srt-hora-corte                  pic 9(04).
                03 srt-cd-cliente                  pic 9(09).
                03 srt-cd-produto                  pic 9(09).
                03 srt-lote                        pic x(80).
                03 srt-qtdade                      pic 9(09).
                03 srt-corredor                    pic 9(03).
                03 srt-prateleira                  pic 9(03).
                03 srt-nivel                       pic 9(03).

           sd   ws-arquivo-sort-coleta.
           01   src-coleta.
                03 src-corredor                    pic 9(03).
                03 src-prateleira                  pic 9(03).
                03 src-nivel                       pic 9(03).
                03 src-cd-produto                  pic 9(09).
                03 src-lote                        pic x(80).
                03 src-qtdade                      pic 9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03073B".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03073b             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03073b                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 wid-arquivo-sort-coleta              pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-item                       pic x(01) value spaces.
              88 ws-fim-item                                 value "S" "s".
           03 ws-id-onda-aberta                    pic x(01) value spaces.
              88 ws-onda-aberta                              value "S" "s".
           03 ws-data-onda                         pic 9(08) value zeroes.
           03 ws-cd-cidade-destino                 pic 9(09) value zeroes.
           03 ws-cd-rota                           pic 9(04) value zeroes.
           03 ws-hora-corte                        pic 9(04) value zeroes.
           03 ws-data-prioridade                   pic 9(08) value zeroes.
           03 ws-ordem-corte-corrente              pic 9(04) value zeroes.
           03 ws-cd-rota-corrente                  pic 9(04) value zeroes.
           03 ws-cd-saida-corrente                 pic 9(09) value zeroes.
           03 ws-proxima-onda                      pic 9(09) value zeroes.
           03 ws-onda-inicial                      pic 9(09) value zeroes.
           03 ws-onda-final                        pic 9(09) value zeroes.
           03 ws-cd-onda-impressa                  pic 9(09) value zeroes.
           03 ws-prioridade                        pic 9(05) value zeroes.
           03 ws-qtde-saidas-onda                  pic 9(05) value zeroes.
           03 ws-qtde-linhas-onda                  pic 9(05) value zeroes.
           03 ws-qtde-ondas                        pic 9(05) value zeroes.
           03 ws-qtde-linhas-total                 pic 9(07) value zeroes.
           03 ws-qtde-sem-endereco                 pic 9(05) value zeroes.
           03 ws-coleta-corrente.
              05 ws-col-corredor                   pic 9(03) value zeroes.
              05 ws-col-prateleira                 pic 9(03) value zeroes.
              05 ws-col-nivel                      pic 9(03) value zeroes.
              05 ws-col-cd-produto                 pic 9(09) value zeroes.
              05 ws-col-lote                       pic x(80) value spaces.
           03 ws-col-qtdade                        pic 9(09) value zeroes.
           03 ws-qtde-paradas-coleta               pic 9(05) value zeroes.

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
            accept ws-horas                        from time
            if   lnk-dt-referencia not = zero
                 move lnk-dt-referencia            to ws-data-onda
            else
                 move ws-data-inv                  to ws-data-onda
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
                   "/CSBH03073B.SRT" delimited by size into wid-arquivo-sort
            string lnk-dtbPath delimited by space,
                   "/CSBH03073B_COLETA.SRT" delimited by size
                   into wid-arquivo-sort-coleta
            string lnk-extractionPath delimited by space,
                   "/CSBH03073B.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD027
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD028
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD050
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD075
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD107
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD108
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2050-proxima-onda
                 move ws-proxima-onda              to ws-onda-inicial
                 sort ws-arquivo-sort
                      ascending key srt-ordem-corte srt-cd-rota
                                    srt-data-prioridade srt-cd-saida
                                    srt-sequencia
                      input procedure  2100-seleciona-saidas
                      output procedure 2200-grava-ondas
                 compute ws-onda-final = ws-proxima-onda - 1

                 open output relatorio
                 perform 2300-cabecalho
                 perform varying ws-cd-onda-impressa
                         from ws-onda-inicial by 1
                         until ws-cd-onda-impressa > ws-onda-final
                      perform 2400-imprime-onda
                 end-perform
                 perform 2900-rodape
                 close relatorio
            end-if

            close CSBHD001
            close CSBHD003
            close CSBHD004
            close CSBHD013
            close CSBHD027
            close CSBHD028
            close CSBHD050
            close CSBHD075
            close CSBHD107
            close CSBHD108

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Numeracao da onda: a proxima livre da empresa/filial, no
      *> idioma da ordem de montagem do CSBH03070K.
       2050-proxima-onda section.
       2050.
            move 1                                 to ws-proxima-onda
            initialize                             fond-chave-1
            move lnk-cd-empresa                    to fond-cd-empresa
            move lnk-cd-filial                     to fond-cd-filial
            move 999999999                         to fond-cd-onda
            perform 9000-str-CSBHD107-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD107-pre
                 if   ws-operacao-ok
                 and  fond-cd-empresa equal lnk-cd-empresa
                 and  fond-cd-filial  equal lnk-cd-filial
                      compute ws-proxima-onda = fond-cd-onda + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2050-exit.
            exit.
      *>=====================================================================
      *> Saidas do dia pela chave alternada de data (fesd-chave-4).
       2100-seleciona-saidas section.
       2100.
            initialize                             fesd-chave-4
            move ws-data-onda                      to fesd-data-saida
            perform 9000-str-CSBHD003-eql-4
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                 or   fesd-data-saida not equal ws-data-onda
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fesd-cd-empresa equal lnk-cd-empresa
                      and  fesd-cd-filial  equal lnk-cd-filial
                      and  not fesd-situacao-cancelada
                      and  fesd-nunf equal zeroes
                           perform 2110-resolve-rota
                           perform 2150-libera-linhas-saida
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Rota e corte da Saida corrente, pela cidade de destino.
       2110-resolve-rota section.
       2110.
            move zeroes                            to ws-cd-cidade-destino
            if   fesd-cd-cliente not equal zeroes
                 initialize                        fdcli-chave-1
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      move fdcli-cd-cidade         to ws-cd-cidade-destino
                 end-if
            else
                 initialize                        fclj-chave-1
                 move fesd-cd-empresa              to fclj-cd-empresa
                 move fesd-cd-filial               to fclj-cd-filial
                 perform 9000-ler-CSBHD001-ran
                 if   ws-operacao-ok
                      move fclj-cd-cidade          to ws-cd-cidade-destino
                 end-if
            end-if

            move 9999                              to ws-cd-rota
            move zeroes                            to ws-hora-corte
            if   ws-cd-cidade-destino not equal zeroes
                 initialize                        frot-chave-1
                 move ws-cd-cidade-destino         to frot-cd-cidade
                 perform 9000-ler-CSBHD027-ran
                 if   ws-operacao-ok
                      move frot-cd-rota            to ws-cd-rota
                 end-if
            end-if
            if   ws-cd-rota not equal 9999
                 initialize                        fcrt-chave-1
                 move ws-cd-rota                   to fcrt-cd-rota
                 perform 9000-ler-CSBHD075-ran
                 if   ws-operacao-ok
                      move fcrt-hora-corte         to ws-hora-corte
                 end-if
            end-if

            if   fesd-data-prometida not equal zeroes
                 move fesd-data-prometida          to ws-data-prioridade
            else
                 move 99999999                     to ws-data-prioridade
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Linhas da Saida que ainda precisam de separacao.
       2150-libera-linhas-saida section.
       2150.
            initialize                             feisd-item-saida
            move fesd-cd-saida                     to feisd-cd-saida
            perform 9000-str-CSBHD004-eql-2
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-saida not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-item
                 else
                      if   feisd-cd-empresa equal fesd-cd-empresa
                      and  feisd-cd-filial  equal fesd-cd-filial
                      and  feisd-qtdade > zeroes
                      and  not feisd-drop-ship
                           perform 2160-libera-linha-onda
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
       2160-libera-linha-onda section.
       2160.
            initialize                             fpck-chave-1
            move feisd-cd-empresa                  to fpck-cd-empresa
            move feisd-cd-filial                   to fpck-cd-filial
            move feisd-saida                       to fpck-cd-saida
            move feisd-sequencia                   to fpck-sequencia
            perform 9000-ler-CSBHD050-ran
            if   ws-operacao-ok
                 exit section
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fion-chave-2
            move feisd-cd-empresa                  to fion-cd-empresa-2
            move feisd-cd-filial                   to fion-cd-filial-2
            move feisd-saida                       to fion-cd-saida-2
            move feisd-sequencia                   to fion-sequencia-2
            perform 9000-str-CSBHD108-eql-2
            if   ws-operacao-ok
                 exit section
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             srt-linha-onda
            if   ws-hora-corte equal zeroes
                 move 9999                         to srt-ordem-corte
            else
                 move ws-hora-corte                to srt-ordem-corte
            end-if
            move ws-cd-rota                        to srt-cd-rota
            move ws-data-prioridade                to srt-data-prioridade
            move feisd-saida                       to srt-cd-saida
            move feisd-sequencia                   to srt-sequencia
            move ws-hora-corte                     to srt-hora-corte
            move fesd-cd-cliente                   to srt-cd-cliente
            move feisd-cd-produto                  to srt-cd-produto
            move feisd-lote                        to srt-lote
            move feisd-qtdade                      to srt-qtdade

            initialize                             fend-chave-1
            move feisd-cd-produto                  to fend-cd-produto
            move feisd-lote                        to fend-cd-lote
            perform 9000-ler-CSBHD028-ran
            if   not ws-operacao-ok
                 initialize                        fend-chave-1
                 move feisd-cd-produto             to fend-cd-produto
                 move spaces                       to fend-cd-lote
                 perform 9000-ler-CSBHD028-ran
            end-if
            if   ws-operacao-ok
                 move fend-corredor                to srt-corredor
                 move fend-prateleira              to srt-prateleira
                 move fend-nivel                   to srt-nivel
            else
                 move 999                          to srt-corredor
            end-if
            move "00"                              to ws-resultado-acesso
            release srt-linha-onda
           .
       2160-exit.
            exit.
      *>=====================================================================
      *> Quebra por corte/rota abre uma onda nova; quebra de Saida
      *> dentro da onda avanca a prioridade.
       2200-grava-ondas section.
       2200.
            move spaces                            to ws-id-onda-aberta
            move spaces                            to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   not ws-onda-aberta
                 or   srt-ordem-corte not equal ws-ordem-corte-corrente
                 or   srt-cd-rota     not equal ws-cd-rota-corrente
                      perform 2210-fecha-onda
                      perform 2220-abre-onda
                 end-if
                 if   srt-cd-saida not equal ws-cd-saida-corrente
                      add 1                        to ws-prioridade
                      add 1                        to ws-qtde-saidas-onda
                      move srt-cd-saida            to ws-cd-saida-corrente
                 end-if
                 perform 2230-grava-linha-onda
                 return ws-arquivo-sort
                     at end move "S"                to ws-id-fim-arquivo
                 end-return
            end-perform
            perform 2210-fecha-onda
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-fecha-onda section.
       2210.
            if   not ws-onda-aberta
                 exit section
            end-if
            initialize                             fond-chave-1
            move lnk-cd-empresa                    to fond-cd-empresa
            move lnk-cd-filial                     to fond-cd-filial
            move ws-proxima-onda                   to fond-cd-onda
            perform 9000-ler-CSBHD107-ran
            if   ws-operacao-ok
                 move ws-qtde-saidas-onda          to fond-qtde-saidas
                 move ws-qtde-linhas-onda          to fond-qtde-linhas
                 perform 9100-carimba-onda
                 perform 9000-regravar-CSBHD107
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
            add 1                                  to ws-proxima-onda
            move spaces                            to ws-id-onda-aberta
           .
       2210-exit.
            exit.
      *>=====================================================================
       2220-abre-onda section.
       2220.
            move srt-ordem-corte                   to ws-ordem-corte-corrente
            move srt-cd-rota                       to ws-cd-rota-corrente
            move zeroes                            to ws-cd-saida-corrente
            move zeroes                            to ws-prioridade
            move zeroes                            to ws-qtde-saidas-onda
            move zeroes                            to ws-qtde-linhas-onda

            initialize                             fond-onda-separacao
            move lnk-cd-empresa                    to fond-cd-empresa
            move lnk-cd-filial                     to fond-cd-filial
            move ws-proxima-onda                   to fond-cd-onda
            move ws-data-onda                      to fond-data-onda
            move srt-cd-rota                       to fond-cd-rota
            move srt-hora-corte                    to fond-hora-corte
            move "A"                               to fond-situacao
            perform 9100-carimba-onda
            perform 9000-gravar-CSBHD107
            if   not ws-operacao-ok
                 string "Erro - onda " ws-proxima-onda " - "
                        delimited by size, whs-mensagem delimited by size
                        into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
            add 1                                  to ws-qtde-ondas
            move "S"                               to ws-id-onda-aberta
           .
       2220-exit.
            exit.
      *>=====================================================================
       2230-grava-linha-onda section.
       2230.
            initialize                             fion-item-onda
            move lnk-cd-empresa                    to fion-cd-empresa
            move lnk-cd-filial                     to fion-cd-filial
            move ws-proxima-onda                   to fion-cd-onda
            move ws-prioridade                     to fion-prioridade
            move srt-cd-saida                      to fion-cd-saida
            move srt-sequencia                     to fion-sequencia
            move lnk-cd-empresa                    to fion-cd-empresa-2
            move lnk-cd-filial                     to fion-cd-filial-2
            move srt-cd-saida                      to fion-cd-saida-2
            move srt-sequencia                     to fion-sequencia-2
            move srt-cd-cliente                    to fion-cd-cliente
            move srt-cd-produto                    to fion-cd-produto
            move srt-lote                          to fion-lote
            move srt-qtdade                        to fion-qtdade
            move srt-corredor                      to fion-corredor
            move srt-prateleira                    to fion-prateleira
            move srt-nivel                         to fion-nivel
            move ws-ano-inv                        to fion-dt-atualizacao-ano
            move ws-mes-inv                        to fion-dt-atualizacao-mes
            move ws-dia-inv                        to fion-dt-atualizacao-dia
            move ws-hora                           to fion-hr-atualizacao-hora
            move ws-minutos                        to fion-hr-atualizacao-minuto
            move ws-segundos                       to fion-hr-atualizacao-segundo
            move este-programa                     to fion-job-origem
            perform 9000-gravar-CSBHD108
            if   ws-operacao-ok
                 add 1                             to ws-qtde-linhas-onda
                 add 1                             to ws-qtde-linhas-total
            else
                 string "Erro - linha " srt-sequencia " da saida "
                        srt-cd-saida " - " delimited by size,
                        whs-mensagem delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2230-exit.
            exit.
      *>=====================================================================
       2300-cabecalho section.
       2300.
            move spaces                            to rel-linha
            string "Ondas de separacao do dia " ws-data-onda
                   " - empresa " lnk-cd-empresa " filial " lnk-cd-filial
                   delimited by size into rel-linha
            write rel-linha
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Uma onda: caminho de coleta consolidado e folha de
      *> distribuicao por Saida.
       2400-imprime-onda section.
       2400.
            initialize                             fond-chave-1
            move lnk-cd-empresa                    to fond-cd-empresa
            move lnk-cd-filial                     to fond-cd-filial
            move ws-cd-onda-impressa               to fond-cd-onda
            perform 9000-ler-CSBHD107-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            if   fond-cd-rota equal 9999
                 string "Onda " fond-cd-onda
                        " - rota 9999 - destino sem rota cadastrada"
                        delimited by size into rel-linha
            else
                 string "Onda " fond-cd-onda " - rota " fond-cd-rota
                        " - corte " fond-hora-corte (1:2) ":"
                        fond-hora-corte (3:2)
                        delimited by size into rel-linha
            end-if
            write rel-linha
            move spaces                            to rel-linha
            string "  Saidas " fond-qtde-saidas
                   "  linhas " fond-qtde-linhas
                   delimited by size into rel-linha
            write rel-linha

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Caminho de coleta"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Corr Prat Nivl Produto    Qtdade     Lote"
                   delimited by size into rel-linha
            write rel-linha
            sort ws-arquivo-sort-coleta
                 ascending key src-corredor src-prateleira src-nivel
                               src-cd-produto src-lote
                 input procedure  2410-gera-coleta
                 output procedure 2420-imprime-coleta

            perform 2450-imprime-distribuicao
           .
       2400-exit.
            exit.
      *>=====================================================================
       2410-gera-coleta section.
       2410.
            initialize                             fion-chave-1
            move lnk-cd-empresa                    to fion-cd-empresa
            move lnk-cd-filial                     to fion-cd-filial
            move ws-cd-onda-impressa               to fion-cd-onda
            perform 9000-str-CSBHD108-gtr
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 perform 9000-ler-CSBHD108-next
                 if   not ws-operacao-ok
                 or   fion-cd-empresa not equal lnk-cd-empresa
                 or   fion-cd-filial  not equal lnk-cd-filial
                 or   fion-cd-onda    not equal ws-cd-onda-impressa
                      move "S"                     to ws-id-fim-item
                 else
                      initialize                   src-coleta
                      move fion-corredor           to src-corredor
                      move fion-prateleira         to src-prateleira
                      move fion-nivel              to src-nivel
                      move fion-cd-produto         to src-cd-produto
                      move fion-lote               to src-lote
                      move fion-qtdade             to src-qtdade
                      release src-coleta
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Soma por endereco/produto/lote: o separador passa uma vez em
      *> cada parada com a quantidade de todas as Saidas da onda.
       2420-imprime-coleta section.
       2420.
            move zeroes                            to ws-qtde-paradas-coleta
            move spaces                            to ws-id-fim-item
            return ws-arquivo-sort-coleta
                at end move "S"                    to ws-id-fim-item
            end-return
            if   not ws-fim-item
                 move src-corredor                 to ws-col-corredor
                 move src-prateleira               to ws-col-prateleira
                 move src-nivel                    to ws-col-nivel
                 move src-cd-produto               to ws-col-cd-produto
                 move src-lote                     to ws-col-lote
                 move zeroes                       to ws-col-qtdade
            end-if
            perform until ws-fim-item
                 if   src-corredor   not equal ws-col-corredor
                 or   src-prateleira not equal ws-col-prateleira
                 or   src-nivel      not equal ws-col-nivel
                 or   src-cd-produto not equal ws-col-cd-produto
                 or   src-lote       not equal ws-col-lote
                      perform 2430-imprime-parada
                      move src-corredor            to ws-col-corredor
                      move src-prateleira          to ws-col-prateleira
                      move src-nivel               to ws-col-nivel
                      move src-cd-produto          to ws-col-cd-produto
                      move src-lote                to ws-col-lote
                      move zeroes                  to ws-col-qtdade
                 end-if
                 add src-qtdade                    to ws-col-qtdade
                 return ws-arquivo-sort-coleta
                     at end move "S"                to ws-id-fim-item
                 end-return
            end-perform
            if   ws-col-qtdade > zeroes
                 perform 2430-imprime-parada
            end-if
            move spaces                            to rel-linha
            string "  Paradas de coleta: " ws-qtde-paradas-coleta
                   delimited by size into rel-linha
            write rel-linha
           .
       2420-exit.
            exit.
      *>=====================================================================
       2430-imprime-parada section.
       2430.
            add 1                                  to ws-qtde-paradas-coleta
            move spaces                            to rel-linha
            if   ws-col-corredor equal 999
                 add 1                             to ws-qtde-sem-endereco
                 string "  SEM ENDERECO  " ws-col-cd-produto
                        " " ws-col-qtdade " " delimited by size,
                        ws-col-lote delimited by size into rel-linha
            else
                 string "  " ws-col-corredor "  " ws-col-prateleira
                        "  " ws-col-nivel "  " ws-col-cd-produto
                        " " ws-col-qtdade " " delimited by size,
                        ws-col-lote delimited by size into rel-linha
            end-if
            write rel-linha
           .
       2430-exit.
            exit.
      *>=====================================================================
      *> Folha de distribuicao (put-to-order): na ordem de prioridade
      *> da onda, quantas unidades de cada produto/lote vao para cada
      *> Saida.
       2450-imprime-distribuicao section.
       2450.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Distribuicao por Saida"
                   delimited by size into rel-linha
            write rel-linha

            move zeroes                            to ws-cd-saida-corrente
            initialize                             fion-chave-1
            move lnk-cd-empresa                    to fion-cd-empresa
            move lnk-cd-filial                     to fion-cd-filial
            move ws-cd-onda-impressa               to fion-cd-onda
            perform 9000-str-CSBHD108-gtr
            move spaces                            to ws-id-fim-item
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 perform 9000-ler-CSBHD108-next
                 if   not ws-operacao-ok
                 or   fion-cd-empresa not equal lnk-cd-empresa
                 or   fion-cd-filial  not equal lnk-cd-filial
                 or   fion-cd-onda    not equal ws-cd-onda-impressa
                      move "S"                     to ws-id-fim-item
                 else
                      if   fion-cd-saida not equal ws-cd-saida-corrente
                           move fion-cd-saida      to ws-cd-saida-corrente
                           move spaces             to rel-linha
                           string "  Prioridade " fion-prioridade
                                  " saida " fion-cd-saida
                                  " cliente " fion-cd-cliente
                                  delimited by size into rel-linha
                           write rel-linha
                      end-if
                      move spaces                  to rel-linha
                      string "      seq " fion-sequencia
                             " produto " fion-cd-produto
                             " qtdade " fion-qtdade " lote "
                             delimited by size,
                             fion-lote delimited by size into rel-linha
                      write rel-linha
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2450-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ondas geradas             : " ws-qtde-ondas
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas em onda            : " ws-qtde-linhas-total
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Paradas sem enderecamento : " ws-qtde-sem-endereco
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2900-exit.
            exit.
      *>=====================================================================
       9100-carimba-onda section.
       9100.
            move ws-ano-inv                        to fond-dt-atualizacao-ano
            move ws-mes-inv                        to fond-dt-atualizacao-mes
            move ws-dia-inv                        to fond-dt-atualizacao-dia
            move ws-hora                           to fond-hr-atualizacao-hora
            move ws-minutos                        to fond-hr-atualizacao-minuto
            move ws-segundos                       to fond-hr-atualizacao-segundo
            move este-programa                     to fond-job-origem
           .
       9100-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-linhas-total              to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03073b

            if   ws-tracelog-csbh03073b
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
            if   ws-tracelog-csbh03073b
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
       COPY CSBHL001.
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL013.
       COPY CSBHL027.
       COPY CSBHL028.
       COPY CSBHL033.
       COPY CSBHL050.
       COPY CSBHL075.
       COPY CSBHL107.
       COPY CSBHL108.
