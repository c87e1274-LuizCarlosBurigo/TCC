      *> vez de propor uma desativacao sem base em dados reais.
      *> O relatorio apenas propoe; a desativacao em si continua sendo feita
      *> a mao, via manutencao do cadastro.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-INATIV-TRANSP.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS005.
           COPY CSBHS006.
           COPY CSBHS007.
           COPY CSBHS130.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
           COPY CSBHF005.
           COPY CSBHF006.
           COPY CSBHF007.
           COPY CSBHF130.
           COPY CSBHF999.

           fd   trace-log.
           03 ws-qtde-transportadora-candidata      pic 9(09) value zeroes.
           03 ws-qtde-fornecedor-nao-apuravel       pic 9(09) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-janela-dias-inatividade            pic 9(05) value zeroes.
           03 ws-janela-dias-inatividade-edt        pic zzzz9.

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

            accept ws-data-hoje-8                  from date yyyymmdd
            compute ws-data-hoje-integer  = function integer-of-date (ws-data-hoje-8)
            compute ws-data-corte-integer = ws-data-hoje-integer - ws-janela-dias-inatividade
            compute ws-data-corte-8       = function date-of-integer (ws-data-corte-integer)
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-INATIV-TRANSP"              to ws-par-cd-parametro
            move c-janela-dias-inatividade         to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-janela-dias-inatividade
            move ws-janela-dias-inatividade        to ws-janela-dias-inatividade-edt

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
            string "Candidatos a desativacao (sem atividade ha " delimited by size,
                   ws-janela-dias-inatividade-edt delimited by size,
                   " dias, corte em " delimited by size,
                   ws-data-corte-8 delimited by size, ")"
                                                     into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL005.
       COPY CSBHL006.
       COPY CSBHL007.
       COPY CSBHL130.
       COPY CSBHL999.
