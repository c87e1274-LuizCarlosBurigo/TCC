      *> (fesd-entrega-confirmada) ha mais de N dias sem POD registrado
      *> em CSBHD067, e os comprovantes em disputa - a lista que a mesa
      *> de logistica cobra das transportadoras.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-TOLERANCIA-POD.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS003.
           COPY CSBHS033.
           COPY CSBHS067.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF003.
           COPY CSBHF033.
           COPY CSBHF067.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
      *> Tolerancia de dias corridos entre a entrega e o comprovante.
       78  c-dias-tolerancia-pod                             value 7.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-tolerancia-pod                pic 9(05) value zeroes.
           03 ws-dias-tolerancia-pod-edt            pic zzzz9.

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
            move "DIAS-TOLERANCIA-POD"             to ws-par-cd-parametro
            move c-dias-tolerancia-pod             to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-tolerancia-pod
            move ws-dias-tolerancia-pod            to ws-dias-tolerancia-pod-edt

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            open output relatorio
            move spaces                            to rel-linha
            string "Comprovantes de entrega pendentes (entregues ha mais de "
                   ws-dias-tolerancia-pod-edt " dias sem POD)"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Empresa Filial Saida      Transportadora Entregue em Dias"
                   delimited by size into rel-linha
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-dias-sem-pod > ws-dias-tolerancia-pod
                 add 1                             to ws-qtde-pendentes
                 move ws-dias-sem-pod              to ws-dias-edt
                 move spaces                       to rel-linha
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL033.
       COPY CSBHL067.
       COPY CSBHL130.
