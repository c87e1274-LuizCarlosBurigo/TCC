      *> o snapshot fechado - um total diferente denuncia documento
      *> incluido ou alterado depois do fechamento, exatamente o que o
      *> auditor quer ver destacado.
      *> Cada documento sai com o CFOP da entrada (fdetd-cfop; zero =
      *> entrada anterior ao campo) e a empresa/filial fecha com o
      *> total por CFOP antes da conferencia com o fechamento.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
                03 srt-data-entrada                pic 9(08).
                03 srt-total                       pic s9(09)v99.
                03 srt-frete                       pic s9(09)v99.
                03 srt-cfop                        pic 9(04).

      *>=====================================================================
       WORKING-STORAGE SECTION.
           03 ws-frete-edt                         pic -(11)9,99.
           03 ws-total-grupo-edt                   pic -(13)9,99.
           03 ws-qtde-geral                        pic 9(09) value zeroes.
           03 ws-qtde-cfop                         pic 9(03) value zeroes.
           03 ws-idx-cfop                          pic 9(03) value zeroes.
           03 ws-idx-cfop-ant                      pic 9(03) value zeroes.
           03 ws-id-cfop-localizado                pic x(01) value spaces.
              88 ws-cfop-localizado                          value "S" "s".
           03 ws-tab-cfop occurs 100 times.
              05 ws-tcf-cfop                       pic 9(04).
              05 ws-tcf-qtde                       pic 9(05).
              05 ws-tcf-total                      pic s9(13)v99.

      *>=====================================================================
       COPY CSBHW0001.
                                     move fdetd-total       to srt-total
                                     move fdetd-frete in fdetd-entrada
                                                            to srt-frete
                                     move fdetd-cfop        to srt-cfop
                                     release srt-documento
                                end-if
                           end-if
            move zeroes                            to ws-qtde-documentos
            move zeroes                            to ws-total-periodo
            move zeroes                            to ws-frete-periodo
            move zeroes                            to ws-qtde-cfop
            move spaces                            to ws-id-primeiro-grupo

            move spaces                            to rel-linha
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  NF         Serie Entrada   Total           Frete           CFOP"
                   delimited by size into rel-linha
            write rel-linha
           .
            move srt-frete                         to ws-frete-edt
            move spaces                            to rel-linha
            string "  " srt-nunf "  " srt-srnf "  " srt-data-entrada
                   " " ws-total-edt " " ws-frete-edt " " srt-cfop
                   delimited by size into rel-linha
            write rel-linha
            perform 2260-acumula-cfop
           .
       2250-exit.
            exit.
      *>=====================================================================
      *> Total por CFOP da empresa/filial corrente, mantido em ordem de
      *> CFOP (insercao no ponto certo).
       2260-acumula-cfop section.
       2260.
            move spaces                            to ws-id-cfop-localizado
            perform varying ws-idx-cfop from 1 by 1
                    until ws-idx-cfop > ws-qtde-cfop
                    or    ws-cfop-localizado
                 if   ws-tcf-cfop (ws-idx-cfop) = srt-cfop
                      move "S"                     to ws-id-cfop-localizado
                      add 1                        to ws-tcf-qtde (ws-idx-cfop)
                      add srt-total                to ws-tcf-total (ws-idx-cfop)
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
                 if   ws-tcf-cfop (ws-idx-cfop-ant) < srt-cfop
                      exit perform
                 end-if
                 move ws-tab-cfop (ws-idx-cfop-ant) to ws-tab-cfop (ws-idx-cfop)
                 move ws-idx-cfop-ant              to ws-idx-cfop
            end-perform
            move srt-cfop                          to ws-tcf-cfop (ws-idx-cfop)
            move 1                                 to ws-tcf-qtde (ws-idx-cfop)
            move srt-total                         to ws-tcf-total (ws-idx-cfop)
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> Fecha a empresa/filial: totais do periodo e, quando o mes ja
      *> foi fechado (CSBHD016), a conferencia do livro contra o
      *> snapshot - total diferente denuncia documento incluido ou
                   " documentos, " ws-total-grupo-edt
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-idx-cfop from 1 by 1
                    until ws-idx-cfop > ws-qtde-cfop
                 move ws-tcf-total (ws-idx-cfop)   to ws-total-grupo-edt
                 move spaces                       to rel-linha
                 string "    CFOP " ws-tcf-cfop (ws-idx-cfop) ": "
                        ws-tcf-qtde (ws-idx-cfop) " documentos, "
                        ws-total-grupo-edt
                        delimited by size into rel-linha
                 write rel-linha
            end-perform

            initialize                             fdfcm-chave-1
            move ws-cd-empresa-corrente            to fdfcm-cd-empresa
