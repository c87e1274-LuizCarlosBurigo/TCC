      *> (maximo - saldo). A cobertura usa o consumo medio diario
      *> aproximado pela expedicao total dividida por
      *> c-dias-janela-consumo.
      *> Devolucao pendente de triagem (CSBHD116) nao e saldo para
      *> reposicao; a segunda qualidade conta no produto que a recebeu.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-JANELA-CONSUMO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS020.
           COPY CSBHS021.
           COPY CSBHS044.
           COPY CSBHS116.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF020.
           COPY CSBHF021.
           COPY CSBHF044.
           COPY CSBHF116.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-sugestoes                    pic 9(05) value zeroes.
           03 ws-qtde-sem-parametro                pic 9(05) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-janela-consumo                pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-JANELA-CONSUMO"             to ws-par-cd-parametro
            move c-dias-janela-consumo             to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-janela-consumo
      *> Janela zerada dividiria o consumo por zero: vale o padrao.
            if   ws-dias-janela-consumo equal zeroes
                 move c-dias-janela-consumo        to ws-dias-janela-consumo
                 move "Parametro DIAS-JANELA-CONSUMO zerado - vale o padrao"
                                                   to ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
                 end-perform
                 close CSBHD021
            end-if

            perform 2150-corrige-triagem
           .
       2100-exit.
            exit.
           .
       2140-exit.
            exit.
      *>=====================================================================
      *> O pendente de triagem sai do saldo; a segunda qualidade levada
      *> a outro produto muda de produto - como em CSBH02003R.
       2150-corrige-triagem section.
       2150.
            perform 9000-abrir-i-CSBHD116
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move low-values                        to ftri-chave-1
            perform 9000-str-CSBHD116-gtr
            move spaces                            to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD116-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-movimento
                 else
                      move ftri-cd-produto          to srt-cd-produto
                      move ftri-cd-filial           to srt-cd-filial
                      if   ftri-qtde-pendente > zeroes
                           compute srt-quantidade = 0 - ftri-qtde-pendente
                           release srt-movimento
                      end-if
                      if   ftri-qtde-segunda > zeroes
                      and  ftri-cd-produto-segunda not equal ftri-cd-produto
                           compute srt-quantidade = 0 - ftri-qtde-segunda
                           release srt-movimento
                           move ftri-cd-produto-segunda
                                                    to srt-cd-produto
                           move ftri-qtde-segunda   to srt-quantidade
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            close CSBHD116
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
                   "recebimento: " ws-prazo-edt " dias)"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Produto    Filial  Saldo      Cobertura  Minimo     Ponto      Sugerida"
                   delimited by size into rel-linha
            end-if

            compute ws-consumo-diario rounded =
                    ws-expedido / ws-dias-janela-consumo
            if   ws-consumo-diario > zero
                 compute ws-dias-cobertura rounded =
                         ws-saldo / ws-consumo-diario
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL004.
       COPY CSBHL020.
       COPY CSBHL021.
       COPY CSBHL044.
       COPY CSBHL116.
       COPY CSBHL130.
