      *>=====================================================================
      *> Relatorio de saida fora do padrao: fesd-frete ou fesd-imposto
      *> ultrapassando um percentual configuravel de fesd-total.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-LIMITE-FRETE-IMP.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-percentual-frete-edt              pic -(5).99.
           03 ws-percentual-imposto-edt            pic -(5).99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-percentual-limite                  pic 9(03)v99 value zeroes.
           03 ws-percentual-limite-edt              pic zz9.99.

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
            move "PERC-LIMITE-FRETE-IMP"           to ws-par-cd-parametro
            move c-percentual-limite               to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-percentual-limite
            move ws-percentual-limite              to ws-percentual-limite-edt

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
       2010.
            move spaces                            to rel-linha
            string "Saidas com frete/imposto fora do padrao (limite "
                   ws-percentual-limite-edt "%)" delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Empresa Filial Saida     Pct-Frete  Pct-Imposto"
                         fesd-imposto / fesd-total * 100
            end-if

            if   ws-percentual-frete > ws-percentual-limite
                 or ws-percentual-imposto > ws-percentual-limite
                 add 1                              to ws-qtde-excecoes
                 move ws-percentual-frete           to ws-percentual-frete-edt
                 move ws-percentual-imposto         to ws-percentual-imposto-edt
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL130.
