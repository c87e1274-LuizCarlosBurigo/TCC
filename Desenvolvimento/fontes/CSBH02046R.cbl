      *> passou), com os dias restantes - e o aviso para o comercial
      *> renovar antes que a carga volte a conferir o cliente contra a
      *> lista generica.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-RENOVACAO-ACORDO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS042.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF042.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-vencidos                     pic 9(05) value zeroes.
           03 ws-valor-edt                         pic -(9)9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-horizonte-renovacao-dias           pic 9(05) value zeroes.
           03 ws-horizonte-renovacao-dias-edt       pic zzzz9.

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
            move "DIAS-RENOVACAO-ACORDO"           to ws-par-cd-parametro
            move c-horizonte-renovacao-dias        to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-horizonte-renovacao-dias
            move ws-horizonte-renovacao-dias       to ws-horizonte-renovacao-dias-edt

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
            string "Acordos de preco a vencer (horizonte de "
                   ws-horizonte-renovacao-dias-edt " dias)" delimited by size
                                                     into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cliente    Produto    Vigencia   Limite     Valor        Dias"
                   delimited by size into rel-linha
                    function integer-of-date(facp-data-limite)
            compute ws-dias-restantes =
                    ws-limite-inteiro - ws-hoje-inteiro
            if   ws-dias-restantes > ws-horizonte-renovacao-dias
                 exit section
            end-if

      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL042.
       COPY CSBHL130.
