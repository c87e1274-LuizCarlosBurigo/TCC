      *> do gatilho de alta, EM QUEDA abaixo do de baixa. E a curva
      *> que compras pediu para discutir, em vez do saldo pontual do
      *> CSBH02024R.
      *> Com lnk-id-demanda-perdida = "S" a demanda perdida por falta de
      *> saldo (fdmd-qtde-perdida - pendencias canceladas e pedidos
      *> cortados) soma no historico: o item que vive em ruptura para de
      *> ter a previsao puxada para baixo pelo que nao pode expedir.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-GATILHO-ACELERA,
      *> PERC-GATILHO-QUEDA.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS070.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF070.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-projecao-edt                      pic -(9)9.
           03 ws-sazonalidade-edt                  pic zz9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-gatilho-aceleracao-percentual      pic 9(03)v99 value zeroes.
           03 ws-gatilho-queda-percentual           pic 9(03)v99 value zeroes.

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
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "PERC-GATILHO-ACELERA"            to ws-par-cd-parametro
            move c-gatilho-aceleracao-percentual   to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-gatilho-aceleracao-percentual

            move "PERC-GATILHO-QUEDA"              to ws-par-cd-parametro
            move c-gatilho-queda-percentual        to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-gatilho-queda-percentual

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            string "Previsao de demanda - projecao do proximo trimestre"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            if   lnk-demanda-perdida
                 move spaces                       to rel-linha
                 string "Historico inclui a demanda perdida por falta de saldo"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
            move spaces                            to rel-linha
            string "Produto    Filial Media 3m    Sazonal Projecao   Tendencia"
                   delimited by size into rel-linha
            end-if
            compute ws-liquido-mes =
                    fdmd-qtde-expedida - fdmd-qtde-devolvida
            if   lnk-demanda-perdida
                 add fdmd-qtde-perdida             to ws-liquido-mes
            end-if
            add ws-liquido-mes                     to ws-qtde-mes (ws-meses-atras)
           .
       2220-exit.
                 compute ws-razao rounded =
                         (ws-media-3m * 100) / ws-media-3m-anterior
                 evaluate true
                     when ws-razao > ws-gatilho-aceleracao-percentual
                          move "ACELERANDO"        to ws-tendencia
                     when ws-razao < ws-gatilho-queda-percentual
                          move "EM QUEDA"          to ws-tendencia
                     when other
                          move "ESTAVEL"           to ws-tendencia
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL070.
       COPY CSBHL130.
