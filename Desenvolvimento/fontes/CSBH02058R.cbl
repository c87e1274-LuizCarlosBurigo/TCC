      *>    destino no detalhe.
      *> No rodape as transportadoras saem RANQUEADAS pelo % no prazo -
      *> a escolha deixa de rodar so no preco (CSBH02031Q/CSBH02007R).
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-JANELA-SCORECARD,
      *> DIAS-UTEIS-ENTREGA.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS025.
           COPY CSBHS033.
           COPY CSBHS037.
           COPY CSBHS130.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
           COPY CSBHF025.
           COPY CSBHF033.
           COPY CSBHF037.
           COPY CSBHF130.
           COPY CSBHF999.

           fd   trace-log.
              05 ws-rnk-cd-transportadora          pic 9(09).
              05 filler                            pic x(06).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-janela-scorecard-dias              pic 9(05) value zeroes.
           03 ws-janela-scorecard-dias-edt          pic zzzz9.
           03 ws-prazo-padrao-dias-uteis            pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            compute ws-hoje-inteiro =
                    function integer-of-date(ws-data-inv)
            compute ws-corte-inteiro =
                    ws-hoje-inteiro - ws-janela-scorecard-dias
            compute ws-data-corte =
                    function date-of-integer(ws-corte-inteiro)
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-JANELA-SCORECARD"           to ws-par-cd-parametro
            move c-janela-scorecard-dias           to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-janela-scorecard-dias
            move ws-janela-scorecard-dias          to ws-janela-scorecard-dias-edt

            move "DIAS-UTEIS-ENTREGA"              to ws-par-cd-parametro
            move c-prazo-padrao-dias-uteis         to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-padrao-dias-uteis

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
                 end-if
            else
                 if   ws-du-dias-uteis not greater
                      ws-prazo-padrao-dias-uteis
                      move "S"                     to srt-id-no-prazo
                 else
                      move "N"                     to srt-id-no-prazo
            open output relatorio
            move spaces                            to rel-linha
            string "Scorecard de transportadoras - entregas dos ultimos "
                   ws-janela-scorecard-dias-edt " dias"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP006.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL002.
       COPY CSBHL025.
       COPY CSBHL033.
       COPY CSBHL037.
       COPY CSBHL130.
       COPY CSBHL999.
