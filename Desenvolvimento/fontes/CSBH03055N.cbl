      *>  "E" exporta as notas emitidas do periodo num arquivo de
      *>      layout fixo para o sistema do contador (registro "1" por
      *>      nota: empresa, filial, nota/serie, data, cliente, CNPJ,
      *>      total, imposto, CFOP; no fim, um registro "9" por CFOP
      *>      com a quantidade de notas, o total e o imposto). CFOP
      *>      que nao cabe mais na tabela de totais (c-max-cfop) nao
      *>      tem registro "9": vai ao tracelog e a exportacao volta
      *>      com lnk-nfi-id-ok "N" e a contagem em lnk-nfi-id-erro,
      *>      os registros "1" ficam completos.
      *> O CFOP e o gravado na Saida (fesd-cfop, natureza de operacao
      *> CSBHD077) e sai tambem no cabecalho do documento impresso.
      *> Segue o modelo de subprograma chamavel de CSBH03002M.
      *>=====================================================================
       ENVIRONMENT DIVISION.
                03 exp-total                       pic  9(13).
                   *>Centavos, sem virgula.
                03 exp-imposto                     pic  9(13).
                03 exp-cfop                        pic  9(04).
           01   exp-registro-cfop.
                03 exp-cfop-tipo                   pic  x(01).
                03 exp-cfop-cfop                   pic  9(04).
                03 exp-cfop-qtde-notas             pic  9(07).
                03 exp-cfop-total                  pic  9(13).
                   *>Centavos, sem virgula.
                03 exp-cfop-imposto                pic  9(13).
                03 filler                          pic  x(42).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03055N".
       78  c-max-cfop                                        value 1000.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03055n             pic 9(03) value zeroes.
           03 ws-qtde-notas-exportadas             pic 9(07) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-ds-produto-rel                    pic x(30) value spaces.
           03 ws-qtde-cfop                         pic 9(04) value zeroes.
           03 ws-idx-cfop                          pic 9(04) value zeroes.
           03 ws-idx-cfop-ant                      pic 9(04) value zeroes.
           03 ws-qtde-notas-sem-total              pic 9(07) value zeroes.
           03 ws-id-cfop-localizado                pic x(01) value spaces.
              88 ws-cfop-localizado                          value "S" "s".
           03 ws-tab-cfop occurs c-max-cfop times.
              05 ws-tcf-cfop                       pic 9(04).
              05 ws-tcf-qtde                       pic 9(07).
              05 ws-tcf-total                      pic s9(13)v99.
              05 ws-tcf-imposto                    pic s9(13)v99.

      *>=====================================================================
       COPY CSBHW0001.
       2200.
            move spaces                            to rel-linha
            string "NOTA FISCAL " fesd-nunf " SERIE " fesd-srnf
                   "  EMISSAO " fesd-data-saida "  CFOP " fesd-cfop
                   delimited by size into rel-linha
            write rel-linha

      *> escrituracao do contador.
       2500-exporta-periodo section.
       2500.
            move zeroes                            to ws-qtde-cfop
                                                      ws-qtde-notas-exportadas
                                                      ws-qtde-notas-sem-total
            string lnk-extractionPath delimited by space,
                   "/CSBH03055N_FISCAL.TXT" delimited by size
                                                   into wid-arqexportacao
                 end-if
            end-perform

            perform varying ws-idx-cfop from 1 by 1
                    until ws-idx-cfop > ws-qtde-cfop
                 move spaces                       to exp-registro-cfop
                 move "9"                          to exp-cfop-tipo
                 move ws-tcf-cfop (ws-idx-cfop)    to exp-cfop-cfop
                 move ws-tcf-qtde (ws-idx-cfop)    to exp-cfop-qtde-notas
                 compute exp-cfop-total   = ws-tcf-total (ws-idx-cfop) * 100
                 compute exp-cfop-imposto = ws-tcf-imposto (ws-idx-cfop) * 100
                 write exp-registro-cfop
            end-perform

            close arqexportacao
            move "S"                               to lnk-nfi-id-ok
            if   ws-qtde-notas-sem-total > zeroes
                 move "N"                          to lnk-nfi-id-ok
                 move spaces                       to lnk-nfi-id-erro
                 string "Erro - tabela de CFOP cheia: " ws-qtde-notas-sem-total
                        " notas fora dos totais 9" delimited by size
                                                   into lnk-nfi-id-erro
                 move lnk-nfi-id-erro              to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move spaces                            to ws-ds-tracelog
            string "2500-exporta-periodo - " ws-qtde-notas-exportadas
                   " notas exportadas" delimited by size
            end-if
            compute exp-total   = fesd-total * 100
            compute exp-imposto = fesd-imposto * 100
            move fesd-cfop                         to exp-cfop
            write exp-registro
            add 1                                  to ws-qtde-notas-exportadas
            perform 2520-acumula-cfop
           .
       2510-exit.
            exit.
      *>=====================================================================
      *> Total por CFOP das notas exportadas, mantido em ordem de CFOP
      *> (insercao no ponto certo) para os registros "9" do fim. Com a
      *> tabela cheia o CFOP novo fica fora dos totais e vai ao tracelog.
       2520-acumula-cfop section.
       2520.
            move spaces                            to ws-id-cfop-localizado
            perform varying ws-idx-cfop from 1 by 1
                    until ws-idx-cfop > ws-qtde-cfop
                    or    ws-cfop-localizado
                 if   ws-tcf-cfop (ws-idx-cfop) = fesd-cfop
                      move "S"                     to ws-id-cfop-localizado
                      add 1                        to ws-tcf-qtde (ws-idx-cfop)
                      add fesd-total               to ws-tcf-total (ws-idx-cfop)
                      add fesd-imposto             to ws-tcf-imposto (ws-idx-cfop)
                 end-if
            end-perform
            if   ws-cfop-localizado
                 exit section
            end-if
            if   ws-qtde-cfop not < c-max-cfop
                 add 1                             to ws-qtde-notas-sem-total
                 string "Erro - tabela de CFOP cheia: nota " fesd-nunf
                        " CFOP " fesd-cfop
                        " fora dos totais 9" delimited by size
                                                   into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            add 1                                  to ws-qtde-cfop
            move ws-qtde-cfop                      to ws-idx-cfop
            perform until ws-idx-cfop = 1
                 compute ws-idx-cfop-ant = ws-idx-cfop - 1
                 if   ws-tcf-cfop (ws-idx-cfop-ant) < fesd-cfop
                      exit perform
                 end-if
                 move ws-tab-cfop (ws-idx-cfop-ant) to ws-tab-cfop (ws-idx-cfop)
                 move ws-idx-cfop-ant              to ws-idx-cfop
            end-perform
            move fesd-cfop                         to ws-tcf-cfop (ws-idx-cfop)
            move 1                                 to ws-tcf-qtde (ws-idx-cfop)
            move fesd-total                        to ws-tcf-total (ws-idx-cfop)
            move fesd-imposto                      to ws-tcf-imposto (ws-idx-cfop)
           .
       2520-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
