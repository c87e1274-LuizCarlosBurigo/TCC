      *> menos creditos menos credor anterior = ICMS a recolher, ou
      *> novo saldo credor quando negativo. O periodo vem em
      *> lnk-periodo-fechamento (zero apura o mes anterior, como no
      *> fechamento CSBH03003F). Entrada de importacao com a declaracao
      *> ja rateada (CSBHD082, CSBH03059L) credita o ICMS efetivamente
      *> pago no desembaraco em vez da aliquota padrao.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-ALIQ-CREDITO-ICMS.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS031.
           COPY CSBHS033.
           COPY CSBHS054.
           COPY CSBHS082.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF031.
           COPY CSBHF033.
           COPY CSBHF054.
           COPY CSBHF082.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-saldo-apurado                     pic s9(11)v99 value zeroes.
           03 ws-qtde-saidas                       pic 9(09) value zeroes.
           03 ws-qtde-entradas                     pic 9(09) value zeroes.
           03 ws-qtde-importacoes                  pic 9(09) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-aliquota-credito-padrao            pic 9(03)v99 value zeroes.
           03 ws-aliquota-credito-padrao-edt        pic zz9.99.

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
            move "PERC-ALIQ-CREDITO-ICMS"          to ws-par-cd-parametro
            move c-aliquota-credito-padrao         to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-aliquota-credito-padrao
            move ws-aliquota-credito-padrao        to ws-aliquota-credito-padrao-edt

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD054
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD082
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-soma-debitos
            close CSBHD007
            close CSBHD031
            close CSBHD054
            close CSBHD082

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
                      and  fdfnc-cd-filial  equal lnk-cd-filial
                      and  fdetd-data-entrada-ano equal ws-periodo-ano
                      and  fdetd-data-entrada-mes equal ws-periodo-mes
                           perform 2210-credito-entrada
                           add 1                   to ws-qtde-entradas
                      end-if
                 end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-credito-entrada section.
       2210.
            initialize                             fdi-chave-1
            move fdfnc-cd-empresa                  to fdi-cd-empresa
            move fdfnc-cd-filial                   to fdi-cd-filial
            move fdfnc-cd-entrada                  to fdi-cd-entrada
            perform 9000-ler-CSBHD082-ran
            if   ws-operacao-ok
            and  fdi-situacao-rateada
                 add fdi-valor-icms                to ws-total-creditos
                 add 1                             to ws-qtde-importacoes
            else
                 compute ws-total-creditos rounded =
                         ws-total-creditos
                       + (fdetd-total
                          * ws-aliquota-credito-padrao / 100)
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
       2300-transporta-saldo-credor section.
       2300.
                   " periodo " ws-periodo-mes "/" ws-periodo-ano
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move ws-total-debitos                  to ws-valor-edt
            move ws-total-creditos                 to ws-valor-edt
            move spaces                            to rel-linha
            string "Creditos das entradas (" ws-qtde-entradas
                   " notas, aliquota " ws-aliquota-credito-padrao-edt
                   "%) : " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            if   ws-qtde-importacoes > zero
                 move spaces                       to rel-linha
                 string "  das quais " ws-qtde-importacoes
                        " importacoes pelo ICMS do desembaraco"
                        delimited by size into rel-linha
                 write rel-linha
            end-if
            move ws-saldo-credor-anterior          to ws-valor-edt
            move spaces                            to rel-linha
            string "Saldo credor do periodo anterior     : " ws-valor-edt
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL031.
       COPY CSBHL033.
       COPY CSBHL054.
       COPY CSBHL082.
       COPY CSBHL130.
