      *> participacao de recebimentos atrasados (prazo acima de
      *> c-dias-prazo-limite). Entradas anteriores ao campo (fornecedor
      *> zero) sao contadas a parte no rodape.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-ATRASO-FORNECEDOR.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS006.
           COPY CSBHS007.
           COPY CSBHS061.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF006.
           COPY CSBHF007.
           COPY CSBHF061.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-percentual-edt                    pic -(3)9,99.
           03 ws-qtde-sem-fornecedor               pic 9(09) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-prazo-limite                  pic 9(05) value zeroes.

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
            move "DIAS-ATRASO-FORNECEDOR"          to ws-par-cd-parametro
            move c-dias-prazo-limite               to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-prazo-limite

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
                 add 1                              to ws-qtde-recebimentos
                 add srt-total                      to ws-total-recebido
                 add srt-dias-prazo                 to ws-soma-dias
                 if   srt-dias-prazo > ws-dias-prazo-limite
                      add 1                         to ws-qtde-atrasados
                 end-if

            string "Scorecard de fornecedor por mes de recebimento"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Fornecedor Periodo Entradas Valor recebido  Prazo medio  % atraso"
                   delimited by size into rel-linha
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL006.
       COPY CSBHL007.
       COPY CSBHL061.
       COPY CSBHL130.
