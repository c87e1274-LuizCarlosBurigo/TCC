      *>  3) gera as contagens pendentes do dia (CSBHD021 tipo "C",
      *>     situacao "P", quantidade a preencher pelo CSV de
      *>     contagem) para todo plano vencido, e reprograma a proxima.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-CORTE-CLASSE-A,
      *> PERC-CORTE-CLASSE-B, DIAS-FREQ-CLASSE-A, DIAS-FREQ-CLASSE-B,
      *> DIAS-FREQ-CLASSE-C.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS033.
           COPY CSBHS060.
           COPY CSBHS073.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF033.
           COPY CSBHF060.
           COPY CSBHF073.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-classificados                pic 9(09) value zeroes.
           03 ws-qtde-contagens-geradas            pic 9(09) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-corte-classe-a-percentual          pic 9(03)v99 value zeroes.
           03 ws-corte-classe-b-percentual          pic 9(03)v99 value zeroes.
           03 ws-frequencia-classe-a-dias           pic 9(05) value zeroes.
           03 ws-frequencia-classe-b-dias           pic 9(05) value zeroes.
           03 ws-frequencia-classe-c-dias           pic 9(05) value zeroes.

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
            move "PERC-CORTE-CLASSE-A"             to ws-par-cd-parametro
            move c-corte-classe-a-percentual       to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-corte-classe-a-percentual

            move "PERC-CORTE-CLASSE-B"             to ws-par-cd-parametro
            move c-corte-classe-b-percentual       to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-corte-classe-b-percentual

            move "DIAS-FREQ-CLASSE-A"              to ws-par-cd-parametro
            move c-frequencia-classe-a-dias        to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-frequencia-classe-a-dias

            move "DIAS-FREQ-CLASSE-B"              to ws-par-cd-parametro
            move c-frequencia-classe-b-dias        to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-frequencia-classe-b-dias

            move "DIAS-FREQ-CLASSE-C"              to ws-par-cd-parametro
            move c-frequencia-classe-c-dias        to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-frequencia-classe-c-dias

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
                    end-if
                    evaluate true
                        when ws-participacao not greater
                             ws-corte-classe-a-percentual
                             move "A"              to ws-classe
                             move ws-frequencia-classe-a-dias
                                                   to ws-frequencia-dias
                        when ws-participacao not greater
                             ws-corte-classe-b-percentual
                             move "B"              to ws-classe
                             move ws-frequencia-classe-b-dias
                                                   to ws-frequencia-dias
                        when other
                             move "C"              to ws-classe
                             move ws-frequencia-classe-c-dias
                                                   to ws-frequencia-dias
                    end-evaluate
                    perform 2310-grava-plano
            move ws-data-inv                       to fpla-data-ultima-contagem
            evaluate true
                when fpla-classe-a
                     move ws-frequencia-classe-a-dias
                                                   to ws-frequencia-dias
                when fpla-classe-b
                     move ws-frequencia-classe-b-dias
                                                   to ws-frequencia-dias
                when other
                     move ws-frequencia-classe-c-dias
                                                   to ws-frequencia-dias
            end-evaluate
            compute ws-proxima-inteiro =
            string "Planejador de contagem ciclica - " ws-data-inv
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Produtos classificados : " ws-qtde-classificados
                   delimited by size into rel-linha
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL033.
       COPY CSBHL060.
       COPY CSBHL073.
       COPY CSBHL130.
