      *> planejado (CSBHD060) foi contado dentro da janela - por classe
      *> ABC e no total. E o numero que os auditores pediram no fim do
      *> ano e ninguem tinha.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-JANELA-COBERTURA.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS060.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF060.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
      *> Janela de cobertura em dias corridos.
       78  c-janela-cobertura-dias                           value 365.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-janela-cobertura-dias              pic 9(05) value zeroes.
           03 ws-janela-cobertura-dias-edt          pic zzzz9.

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
            compute ws-corte-inteiro =
                    function integer-of-date(ws-data-inv)
                  - ws-janela-cobertura-dias
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
            move "DIAS-JANELA-COBERTURA"           to ws-par-cd-parametro
            move c-janela-cobertura-dias           to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-janela-cobertura-dias
            move ws-janela-cobertura-dias          to ws-janela-cobertura-dias-edt

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
            string "Cobertura de contagem ciclica - produtos contados "
                   "nos ultimos " ws-janela-cobertura-dias-edt " dias"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Classe  Catalogo   Contados   Cobertura"
                   delimited by size into rel-linha
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL060.
       COPY CSBHL130.
