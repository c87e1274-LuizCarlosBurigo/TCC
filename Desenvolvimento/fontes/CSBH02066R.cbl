      *> na valorizacao CSBH02019R). Saldo parado ha mais de um ano
      *> acima do corte de valor sai marcado como CANDIDATO A PROVISAO
      *> - o numero que o fim de ano provisionava no palpite.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: VALOR-LIMITE-PROVISAO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS009.
           COPY CSBHS022.
           COPY CSBHS033.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF009.
           COPY CSBHF022.
           COPY CSBHF033.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-total-provisao                    pic s9(13)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-limite-provisao                    pic 9(11)v99 value zeroes.

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
            move "VALOR-LIMITE-PROVISAO"           to ws-par-cd-parametro
            move c-limite-provisao                 to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-limite-provisao

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   not fddps-drop-ship
                           perform 2130-libera-recebimento
                      end-if
                 end-if
            end-perform
           .
                 perform until ws-fim-itens
                      if   feisd-cd-empresa equal ws-gu-cd-empresa
                      and  feisd-cd-filial  equal ws-gu-cd-filial
                      and  not feisd-drop-ship
                           initialize              srt-movimento
                           move feisd-cd-empresa   to srt-cd-empresa
                           move feisd-cd-filial    to srt-cd-filial
            string "Itens parados e obsolescencia por produto/filial"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Produto    Filial Saldo      Parado ha  Faixa      Valor parado"
                   delimited by size into rel-linha

            move spaces                            to ws-id-candidato
            if   ws-dias-parado > 365
            and  ws-valor-parado > ws-limite-provisao
                 move "CANDIDATO A PROVISAO"       to ws-id-candidato
                 add 1                             to ws-qtde-candidatos
                 add ws-valor-parado               to ws-total-provisao
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL009.
       COPY CSBHL022.
       COPY CSBHL033.
       COPY CSBHL130.
