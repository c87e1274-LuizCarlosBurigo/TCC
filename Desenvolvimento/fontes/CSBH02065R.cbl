      *> a oscilacao passa do gatilho. Uma filial escorregando tres
      *> meses seguidos aparece numa pagina, sem puxar tres impressos
      *> do arquivo.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-GATILHO-VARIACAO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS016.
           COPY CSBHS033.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF016.
           COPY CSBHF033.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-periodo-corte                     pic 9(06) value zeroes.
           03 ws-periodo-registro                  pic 9(06) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-gatilho-variacao-percentual        pic 9(03)v99 value zeroes.

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

      *> Janela de impressao: os 12 meses correntes. Periodo mais
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "PERC-GATILHO-VARIACAO"           to ws-par-cd-parametro
            move c-gatilho-variacao-percentual     to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-gatilho-variacao-percentual

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            string "Tendencia de fechamento por filial"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha

            move low-values                        to fdfcm-chave-1
            perform 9000-str-CSBHD016-gtr
                         / ws-valor-anterior
                 move ws-variacao-mes              to ws-variacao-absoluta
                 if   ws-variacao-absoluta >
                      ws-gatilho-variacao-percentual
                      move "ATENCAO"               to ws-id-alerta
                 end-if
            end-if
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL016.
       COPY CSBHL033.
       COPY CSBHL130.
