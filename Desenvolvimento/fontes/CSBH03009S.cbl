      *> registros de saldo orfaos, sem movimento por tras. Com
      *> lnk-sve-id-corrige ligado o proprio job regrava o saldo com o
      *> valor reapurado (tambem e o modo usado para a carga inicial do
      *> arquivo de saldo). A correcao movimenta tambem o custo medio
      *> (CSBHD081) pela media corrente do produto e abre ou encerra o
      *> evento de ruptura (CSBHD117) conforme o saldo regravado.
      *> Segue o modelo de subprograma chamavel de CSBH03002M.
      *> Devolucao conta pelo que a triagem (CSBHD116) ja entregou ao
      *> saldo: o pendente fica fora e a segunda qualidade conta no
      *> produto que a recebeu.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS012.
           COPY CSBHS021.
           COPY CSBHS022.
           COPY CSBHS081.
           COPY CSBHS116.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF012.
           COPY CSBHF021.
           COPY CSBHF022.
           COPY CSBHF081.
           COPY CSBHF116.
           COPY CSBHF117.

           fd   trace-log.
           01   log-registro.
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 perform 9000-abrir-i-CSBHD022
            end-if
            perform 9000-controle-abertura
            if   lnk-sve-corrige
                 perform 9000-abrir-io-CSBHD081
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD117
                 if   not ws-operacao-ok
                      initialize                   whs-mensagem
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      input procedure  2100-gera-registros
                      output procedure 2200-confronta-saldos
                 close CSBHD022
                 if   lnk-sve-corrige
                      close CSBHD081
                      close CSBHD117
                 end-if
                 move "S"                          to lnk-sve-id-ok
            else
                 move "N"                          to lnk-sve-id-ok
                 move spaces                        to ws-id-fim-arquivo
                 perform 2110-proximo-item-entrada
                 perform until ws-fim-arquivo
      *> Linha drop-ship nunca passou pelo deposito (nem entra no saldo).
                      if   not fddps-drop-ship
                           move fddps-cd-empresa    to srt-cd-empresa
                           move fddps-cd-filial     to srt-cd-filial
                           move fddps-cd-produto    to srt-cd-produto
                           move "M"                 to srt-tipo
                           move fddps-quantidade    to srt-quantidade
                           release srt-registro
                      end-if
                      perform 2110-proximo-item-entrada
                 end-perform
                 close CSBHD008
                 move spaces                        to ws-id-fim-arquivo
                 perform 2120-proximo-item-saida
                 perform until ws-fim-arquivo
                      if   not feisd-drop-ship
                           move feisd-cd-empresa    to srt-cd-empresa
                           move feisd-cd-filial     to srt-cd-filial
                           move feisd-cd-produto    to srt-cd-produto
                           move "M"                 to srt-tipo
                           compute srt-quantidade = 0 - feisd-qtdade
                           release srt-registro
                      end-if
                      perform 2120-proximo-item-saida
                 end-perform
                 close CSBHD004
                 close CSBHD012
            end-if

            perform 2135-corrige-triagem

            perform 9000-abrir-i-CSBHD021
            perform 9000-controle-abertura
            if   processamento-sem-erro
           .
       2130-exit.
            exit.
      *>=====================================================================
      *> A devolucao so entra no saldo pela triagem (CSBHD116): o que
      *> ainda espera triagem sai do reapurado, e a segunda qualidade
      *> levada a outro produto muda de produto. Sem o arquivo, vale a
      *> devolucao inteira, como antes da triagem.
       2135-corrige-triagem section.
       2135.
            perform 9000-abrir-i-CSBHD116
            if   not processamento-sem-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move low-values                        to ftri-chave-1
            perform 9000-str-CSBHD116-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD116-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move ftri-cd-empresa          to srt-cd-empresa
                      move ftri-cd-filial           to srt-cd-filial
                      move ftri-cd-produto          to srt-cd-produto
                      move "M"                      to srt-tipo
                      if   ftri-qtde-pendente > zeroes
                           compute srt-quantidade = 0 - ftri-qtde-pendente
                           release srt-registro
                      end-if
                      if   ftri-qtde-segunda > zeroes
                      and  ftri-cd-produto-segunda not equal ftri-cd-produto
                           compute srt-quantidade = 0 - ftri-qtde-segunda
                           release srt-registro
                           move ftri-cd-produto-segunda
                                                    to srt-cd-produto
                           move ftri-qtde-segunda   to srt-quantidade
                           release srt-registro
                      end-if
                 end-if
            end-perform
            close CSBHD116
            move "00"                              to ws-resultado-acesso
           .
       2135-exit.
            exit.
      *>=====================================================================
       2140-proximo-ajuste section.
       2140.
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            else
                 move ws-sld-cd-empresa            to ws-rpt-cd-empresa
                 move ws-sld-cd-filial             to ws-rpt-cd-filial
                 move ws-sld-cd-produto            to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9420-atualiza-custo-medio
            end-if
           .
       2250-exit.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL004.
       COPY CSBHL012.
       COPY CSBHL021.
       COPY CSBHL022.
       COPY CSBHL081.
       COPY CSBHL116.
       COPY CSBHL117.
