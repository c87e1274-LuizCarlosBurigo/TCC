      *> valor. De quebra confere, saida a saida, se a soma dos detalhes
      *> bate com o fesd-imposto do cabecalho, listando as divergencias.
      *> O periodo segue lnk-periodo-fechamento (zero = mes anterior).
      *> Dentro da UF os grupos abrem pelo CFOP gravado na saida
      *> (fesd-cfop; zero = saida anterior ao campo), e o relatorio
      *> fecha com o total por CFOP x tributo de todas as UFs.
      *> As linhas IST/DIF/FCP (ICMS-ST, DIFAL e FCP da UF de destino)
      *> aparecem nos totais mas ficam fora da conferencia com o
      *> cabecalho; o recolhimento delas e o CSBH02068R.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           sd   ws-arquivo-sort.
           01   srt-imposto.
                03 srt-uf                          pic x(09).
                03 srt-cfop                        pic 9(04).
                03 srt-tipo-imposto                pic x(03).
                03 srt-base                        pic s9(11)v99.
                03 srt-valor                       pic s9(11)v99.
              05 ws-sai-cd-filial                  pic 9(03).
              05 ws-sai-cd-saida                   pic 9(09).
           03 ws-uf-destino                        pic x(09) value spaces.
           03 ws-cfop-saida                        pic 9(04) value zeroes.
           03 ws-cfop-corrente                     pic 9(04) value zeroes.
           03 ws-imposto-cabecalho                 pic s9(09)v99 value zeroes.
           03 ws-soma-detalhes                     pic s9(11)v99 value zeroes.
           03 ws-uf-corrente                       pic x(09) value spaces.
           03 ws-valor-edt                         pic -(13)9,99.
           03 ws-qtde-divergencias                 pic 9(05) value zeroes.
           03 ws-qtde-detalhes                     pic 9(09) value zeroes.
           03 ws-qtde-cfop                         pic 9(03) value zeroes.
           03 ws-idx-cfop                          pic 9(03) value zeroes.
           03 ws-idx-cfop-ant                      pic 9(03) value zeroes.
           03 ws-id-cfop-localizado                pic x(01) value spaces.
              88 ws-cfop-localizado                          value "S" "s".
           03 ws-tab-cfop occurs 100 times.
              05 ws-tcf-cfop                       pic 9(04).
              05 ws-tcf-tipo-imposto               pic x(03).
              05 ws-tcf-base                       pic s9(13)v99.
              05 ws-tcf-valor                      pic s9(13)v99.

      *>=====================================================================
       COPY CSBHW0001.
                 write rel-linha

                 sort ws-arquivo-sort
                      ascending key srt-uf srt-cfop srt-tipo-imposto
                      input procedure  2100-gera-detalhes
                      output procedure 2200-totaliza-uf

                      end-if
                      if   ws-saida-no-periodo
                           add 1                    to ws-qtde-detalhes
      *> ICMS-ST/DIFAL/FCP sao devidos a UF de destino e nao compoem
      *> o fesd-imposto: entram nos totais, fora da conferencia.
                           if   not fimp-imposto-recolhimento-uf
                                add fimp-valor      to ws-soma-detalhes
                           end-if
                           initialize               srt-imposto
                           move ws-uf-destino       to srt-uf
                           move ws-cfop-saida       to srt-cfop
                           move fimp-tipo-imposto   to srt-tipo-imposto
                           move fimp-base           to srt-base
                           move fimp-valor          to srt-valor
            move spaces                            to ws-id-primeiro-grupo
            move spaces                            to ws-id-saida-no-periodo
            move spaces                            to ws-uf-destino
            move zeroes                            to ws-cfop-saida
            move zeroes                            to ws-imposto-cabecalho

            initialize                             fesd-chave-1
                 exit section
            end-if
            move fesd-imposto                      to ws-imposto-cabecalho
            move fesd-cfop                         to ws-cfop-saida
            move "S"                               to ws-id-saida-no-periodo
            perform 2160-resolve-uf-destino
           .
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "UF        CFOP Tributo Base            Valor"
                   delimited by size into rel-linha
            write rel-linha

                      perform 2230-abre-grupo
                 else
                      if   srt-uf not = ws-uf-corrente
                      or   srt-cfop not = ws-cfop-corrente
                      or   srt-tipo-imposto not = ws-tipo-corrente
                           perform 2240-fecha-grupo
                           perform 2230-abre-grupo
                 perform 2240-fecha-grupo
            end-if

            perform 2260-imprime-totais-cfop

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
       2230-abre-grupo section.
       2230.
            move srt-uf                            to ws-uf-corrente
            move srt-cfop                          to ws-cfop-corrente
            move srt-tipo-imposto                  to ws-tipo-corrente
            move zeroes                            to ws-base-grupo
            move zeroes                            to ws-valor-grupo
            move ws-base-grupo                     to ws-base-edt
            move ws-valor-grupo                    to ws-valor-edt
            move spaces                            to rel-linha
            string ws-uf-corrente " " ws-cfop-corrente " " ws-tipo-corrente
                   "     " ws-base-edt " " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            perform 2250-acumula-cfop
           .
       2240-exit.
            exit.
      *>=====================================================================
      *> Acumula o grupo fechado no total por CFOP x tributo; a tabela
      *> fica em ordem de CFOP/tributo (insercao no ponto certo).
       2250-acumula-cfop section.
       2250.
            move spaces                            to ws-id-cfop-localizado
            perform varying ws-idx-cfop from 1 by 1
                    until ws-idx-cfop > ws-qtde-cfop
                    or    ws-cfop-localizado
                 if   ws-tcf-cfop (ws-idx-cfop) = ws-cfop-corrente
                 and  ws-tcf-tipo-imposto (ws-idx-cfop) = ws-tipo-corrente
                      move "S"                     to ws-id-cfop-localizado
                      add ws-base-grupo            to ws-tcf-base (ws-idx-cfop)
                      add ws-valor-grupo           to ws-tcf-valor (ws-idx-cfop)
                 end-if
            end-perform
            if   ws-cfop-localizado
            or   ws-qtde-cfop not < 100
                 exit section
            end-if

            add 1                                  to ws-qtde-cfop
            move ws-qtde-cfop                      to ws-idx-cfop
            perform until ws-idx-cfop = 1
                 compute ws-idx-cfop-ant = ws-idx-cfop - 1
                 if   ws-tcf-cfop (ws-idx-cfop-ant) < ws-cfop-corrente
                 or   (ws-tcf-cfop (ws-idx-cfop-ant) = ws-cfop-corrente
                 and   ws-tcf-tipo-imposto (ws-idx-cfop-ant) < ws-tipo-corrente)
                      exit perform
                 end-if
                 move ws-tab-cfop (ws-idx-cfop-ant) to ws-tab-cfop (ws-idx-cfop)
                 move ws-idx-cfop-ant              to ws-idx-cfop
            end-perform
            move ws-cfop-corrente                  to ws-tcf-cfop (ws-idx-cfop)
            move ws-tipo-corrente                  to ws-tcf-tipo-imposto (ws-idx-cfop)
            move ws-base-grupo                     to ws-tcf-base (ws-idx-cfop)
            move ws-valor-grupo                    to ws-tcf-valor (ws-idx-cfop)
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-imprime-totais-cfop section.
       2260.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Total por CFOP" delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "CFOP Tributo Base            Valor"
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-idx-cfop from 1 by 1
                    until ws-idx-cfop > ws-qtde-cfop
                 move ws-tcf-base (ws-idx-cfop)    to ws-base-edt
                 move ws-tcf-valor (ws-idx-cfop)   to ws-valor-edt
                 move spaces                       to rel-linha
                 string ws-tcf-cfop (ws-idx-cfop) " "
                        ws-tcf-tipo-imposto (ws-idx-cfop)
                        "     " ws-base-edt " " ws-valor-edt
                        delimited by size into rel-linha
                 write rel-linha
            end-perform
           .
       2260-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
