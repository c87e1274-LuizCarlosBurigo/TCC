      *> tarifa unitaria multiplica a quantidade expedida (itens de
      *> CSBHD004). CSBH02006R e CSBH02007R mostram proporcao e media;
      *> este relatorio mostra o que o frete DEVIA ter custado.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-TOLERANCIA-FRETE.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS004.
           COPY CSBHS013.
           COPY CSBHS026.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF004.
           COPY CSBHF013.
           COPY CSBHF026.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-sem-tarifa                   pic 9(09) value zeroes.
           03 ws-qtde-sem-destino                  pic 9(09) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-tolerancia-frete-percentual        pic 9(03)v99 value zeroes.

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
            move "PERC-TOLERANCIA-FRETE"           to ws-par-cd-parametro
            move c-tolerancia-frete-percentual     to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-tolerancia-frete-percentual

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            string "Divergencia de frete lancado x contratado"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Saida      Transp.    Destino    Frete lancado Frete contratado"
                   delimited by size into rel-linha
                         0 - ws-divergencia-percentual
            end-if
            if   ws-divergencia-percentual not greater
                 ws-tolerancia-frete-percentual
                 exit section
            end-if

      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL001.
       COPY CSBHL004.
       COPY CSBHL013.
       COPY CSBHL026.
       COPY CSBHL130.
