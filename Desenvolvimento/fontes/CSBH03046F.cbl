      *>   CSBH02013R - produto
      *>   CSBH02034R - saida
      *>   CSBH02035R - periodo de fechamento (aaaamm)
      *>   CSBH02080R - palete (LPN)
      *> Programas de interface pura tambem passam (sem parametros). O
      *> desfecho de cada cartao sai em CSBH03046F_RESULTADO.DAT.
      *>=====================================================================
           03 ws-sep-cd-saida                      pic 9(09) value zeroes.
       01  ws-sep-retorno.
           03 ws-sep-qtde-linhas                   pic 9(05) value zeroes.
       01  ws-hlp-parametros.
           03 ws-hlp-cd-lpn                        pic 9(09) value zeroes.
       01  ws-hlp-retorno.
           03 ws-hlp-qtde-movimentos               pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
                             move "ERRO: programa nao encontrado"
                                                   to ws-desfecho-cartao
                     END-CALL
                when "CSBH02080R"
                     initialize                    ws-hlp-parametros
                                                   ws-hlp-retorno
                     move function numval (ws-cartao-parametro-1)
                                                   to ws-hlp-cd-lpn
                     call "CSBH02080R" using linkage-parametros
                                             ws-hlp-parametros
                                             ws-hlp-retorno
                         ON EXCEPTION
                             move "ERRO: programa nao encontrado"
                                                   to ws-desfecho-cartao
                     END-CALL
                when spaces
                     move "ERRO: cartao sem programa"
                                                   to ws-desfecho-cartao
