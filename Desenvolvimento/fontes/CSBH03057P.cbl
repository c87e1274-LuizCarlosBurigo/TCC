       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03057P.
      *>=====================================================================
      *> Apuracao mensal nao cumulativa de PIS e COFINS da empresa/filial
      *> corrente, no formato da apuracao de ICMS (CSBH03034I):
      *>   debitos  - receita dos itens das Saidas do periodo (CSBHD003/
      *>              CSBHD004, sem as canceladas) menos as Devolucoes
      *>              do periodo (CSBHD012);
      *>   creditos - itens das Entradas do periodo (CSBHD007/CSBHD009)
      *>              e o frete do cabecalho (fdetd-frete); item de
      *>              Entrada de importacao ja rateado (CSBHD084,
      *>              CSBH03059L) credita o PIS e a COFINS pagos no
      *>              desembaraco em vez da aliquota sobre o valor;
      *> CST e aliquota de cada item pelo NCM do produto (CSBHD044 ->
      *> CSBHD080; NCM sem regra = CST 01 a aliquota padrao). O saldo
      *> credor do periodo anterior (CSBHD079) e transportado por
      *> tributo; o resultado grava um registro PIS e um COF em
      *> CSBHD079 e sai impresso no demonstrativo. O periodo vem em
      *> lnk-periodo-fechamento (zero apura o mes anterior).
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: PERC-ALIQ-PIS, PERC-ALIQ-COFINS.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS007.
           COPY CSBHS009.
           COPY CSBHS012.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS079.
           COPY CSBHS080.
           COPY CSBHS084.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF007.
           COPY CSBHF009.
           COPY CSBHF012.
           COPY CSBHF033.
           COPY CSBHF044.
           COPY CSBHF079.
           COPY CSBHF080.
           COPY CSBHF084.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03057P".
      *> Aliquotas do regime nao cumulativo, para NCM sem regra ou com
      *> aliquota zerada na CST tributada, e para o credito do frete.
       78  c-aliquota-pis-padrao                             value 1.65.
       78  c-aliquota-cofins-padrao                          value 7.60.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03057p             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03057p                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S" "s".
           03 ws-id-item-importado                 pic x(01) value spaces.
              88 ws-item-importado                           value "S" "s".
           03 ws-periodo-ano                       pic 9(04) value zeroes.
           03 ws-periodo-mes                       pic 9(02) value zeroes.
           03 ws-periodo-anterior-ano              pic 9(04) value zeroes.
           03 ws-periodo-anterior-mes              pic 9(02) value zeroes.
           03 ws-cd-produto-regra                  pic 9(09) value zeroes.
           03 ws-cst-regra                         pic 9(02) value zeroes.
              88 ws-cst-regra-tributada                      value 01 02.
           03 ws-aliquota-pis-regra                pic 9(03)v99 value zeroes.
           03 ws-aliquota-cofins-regra             pic 9(03)v99 value zeroes.
           03 ws-valor-linha                       pic s9(11)v99 value zeroes.
           03 ws-base-debitos                      pic s9(11)v99 value zeroes.
           03 ws-base-devolucoes                   pic s9(11)v99 value zeroes.
           03 ws-base-creditos                     pic s9(11)v99 value zeroes.
           03 ws-base-frete                        pic s9(11)v99 value zeroes.
           03 ws-base-nao-tributada                pic s9(11)v99 value zeroes.
           03 ws-tributo occurs 2 times.
              05 ws-trb-tipo                       pic x(03).
              05 ws-trb-debitos                    pic s9(11)v99.
              05 ws-trb-creditos                   pic s9(11)v99.
              05 ws-trb-saldo-credor-anterior      pic s9(11)v99.
              05 ws-trb-saldo-apurado              pic s9(11)v99.
           03 ws-idx-trb                           pic 9(01) value zeroes.
           03 ws-qtde-saidas                       pic 9(09) value zeroes.
           03 ws-qtde-devolucoes                   pic 9(09) value zeroes.
           03 ws-qtde-entradas                     pic 9(09) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-aliquota-pis-padrao                pic 9(03)v99 value zeroes.
           03 ws-aliquota-cofins-padrao             pic 9(03)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros.
       MAIN-PROCEDURE.
      *>=====================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
          .
       0000-saida.
       exit program
       STOP RUN.
      *>=====================================================================
       1000-inicializacao section.
       1000.
            perform 9000-csbsp001-carga-inicial
            perform 9000-verifica-tracelog
            if   not lnk-sem-erro
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            if   lnk-periodo-fechamento equal zeroes
                 move ws-ano-inv                   to ws-periodo-ano
                 move ws-mes-inv                   to ws-periodo-mes
                 if   ws-periodo-mes equal 1
                      move 12                      to ws-periodo-mes
                      subtract 1                   from ws-periodo-ano
                 else
                      subtract 1                   from ws-periodo-mes
                 end-if
            else
                 move lnk-periodo-fechamento (1:4) to ws-periodo-ano
                 move lnk-periodo-fechamento (5:2) to ws-periodo-mes
            end-if
            move ws-periodo-ano                    to ws-periodo-anterior-ano
            move ws-periodo-mes                    to ws-periodo-anterior-mes
            if   ws-periodo-anterior-mes equal 1
                 move 12                           to ws-periodo-anterior-mes
                 subtract 1                        from ws-periodo-anterior-ano
            else
                 subtract 1                        from ws-periodo-anterior-mes
            end-if

            initialize                             ws-tributo (1)
                                                   ws-tributo (2)
            move "PIS"                             to ws-trb-tipo (1)
            move "COF"                             to ws-trb-tipo (2)
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "PERC-ALIQ-PIS"                   to ws-par-cd-parametro
            move c-aliquota-pis-padrao             to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-aliquota-pis-padrao

            move "PERC-ALIQ-COFINS"                to ws-par-cd-parametro
            move c-aliquota-cofins-padrao          to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-aliquota-cofins-padrao

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03057P.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD012
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD080
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD084
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD079
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-soma-debitos
                 perform 2150-deduz-devolucoes
                 perform 2200-soma-creditos
                 perform varying ws-idx-trb from 1 by 1
                         until ws-idx-trb > 2
                      perform 2300-transporta-saldo-credor
                      perform 2400-grava-apuracao
                 end-perform
                 perform 2500-imprime-demonstrativo
            end-if

            close CSBHD003
            close CSBHD004
            close CSBHD007
            close CSBHD009
            close CSBHD012
            close CSBHD044
            close CSBHD080
            close CSBHD084
            close CSBHD079

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Debitos: itens das Saidas do periodo, nao canceladas.
       2100-soma-debitos section.
       2100.
            initialize                             fesd-chave-1
            move lnk-cd-empresa                    to fesd-cd-empresa
            move lnk-cd-filial                     to fesd-cd-filial
            perform 9000-str-CSBHD003-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                 or   fesd-cd-empresa not equal lnk-cd-empresa
                 or   fesd-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fesd-data-saida-ano equal ws-periodo-ano
                      and  fesd-data-saida-mes equal ws-periodo-mes
                      and  not fesd-situacao-cancelada
                           add 1                   to ws-qtde-saidas
                           perform 2110-soma-itens-saida
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-soma-itens-saida section.
       2110.
            initialize                             feisd-chave-1
            move fesd-cd-empresa                   to feisd-cd-empresa
            move fesd-cd-filial                    to feisd-cd-filial
            move fesd-cd-saida                     to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not equal fesd-cd-empresa
                 or   feisd-cd-filial  not equal fesd-cd-filial
                 or   feisd-saida      not equal fesd-cd-saida
                      move "S"                     to ws-id-fim-itens
                 else
                      move feisd-cd-produto        to ws-cd-produto-regra
                      perform 2900-resolve-regra
                      if   ws-cst-regra-tributada
                           add feisd-valor         to ws-base-debitos
                           compute ws-trb-debitos (1) rounded =
                                   ws-trb-debitos (1)
                                 + feisd-valor * ws-aliquota-pis-regra / 100
                           compute ws-trb-debitos (2) rounded =
                                   ws-trb-debitos (2)
                                 + feisd-valor * ws-aliquota-cofins-regra / 100
                      else
                           add feisd-valor         to ws-base-nao-tributada
                      end-if
                 end-if
            end-perform
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Devolucoes de venda do periodo estornam o debito da receita
      *> devolvida, pela mesma regra do produto.
       2150-deduz-devolucoes section.
       2150.
            initialize                             fddvl-chave-1
            move lnk-cd-empresa                    to fddvl-cd-empresa
            move lnk-cd-filial                     to fddvl-cd-filial
            perform 9000-str-CSBHD012-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD012-next
                 if   not ws-operacao-ok
                 or   fddvl-cd-empresa not equal lnk-cd-empresa
                 or   fddvl-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fddvl-data-devolucao-ano equal ws-periodo-ano
                      and  fddvl-data-devolucao-mes equal ws-periodo-mes
                           add 1                   to ws-qtde-devolucoes
                           move fddvl-cd-produto   to ws-cd-produto-regra
                           perform 2900-resolve-regra
                           if   ws-cst-regra-tributada
                                add fddvl-valor    to ws-base-devolucoes
                                subtract fddvl-valor
                                                   from ws-base-debitos
                                compute ws-trb-debitos (1) rounded =
                                        ws-trb-debitos (1)
                                      - fddvl-valor * ws-aliquota-pis-regra / 100
                                compute ws-trb-debitos (2) rounded =
                                        ws-trb-debitos (2)
                                      - fddvl-valor * ws-aliquota-cofins-regra / 100
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Creditos: itens das Entradas do periodo com CST tributada e o
      *> frete do cabecalho, este sempre a aliquota padrao.
       2200-soma-creditos section.
       2200.
            move low-values                        to fdetd-chave-1
            perform 9000-str-CSBHD007-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD007-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdfnc-cd-empresa equal lnk-cd-empresa
                      and  fdfnc-cd-filial  equal lnk-cd-filial
                      and  fdetd-data-entrada-ano equal ws-periodo-ano
                      and  fdetd-data-entrada-mes equal ws-periodo-mes
                           add 1                   to ws-qtde-entradas
                           perform 2210-soma-itens-entrada
                           if   fdetd-frete of fdetd-entrada > zero
                                add fdetd-frete of fdetd-entrada
                                                   to ws-base-frete
                                compute ws-trb-creditos (1) rounded =
                                        ws-trb-creditos (1)
                                      + fdetd-frete of fdetd-entrada
                                      * ws-aliquota-pis-padrao / 100
                                compute ws-trb-creditos (2) rounded =
                                        ws-trb-creditos (2)
                                      + fdetd-frete of fdetd-entrada
                                      * ws-aliquota-cofins-padrao / 100
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-soma-itens-entrada section.
       2210.
            initialize                             fdpdt-chave-1
            move fdfnc-cd-empresa                  to fdpdt-cd-empresa
            move fdfnc-cd-filial                   to fdpdt-cd-filial
            move fdfnc-cd-entrada                  to fdpdt-cd-entrada
            perform 9000-str-CSBHD009-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD009-next
                 if   not ws-operacao-ok
                 or   fdpdt-cd-empresa not equal fdfnc-cd-empresa
                 or   fdpdt-cd-filial  not equal fdfnc-cd-filial
                 or   fdpdt-cd-entrada not equal fdfnc-cd-entrada
                      move "S"                     to ws-id-fim-itens
                 else
                      move fdpdt-cd-produto        to ws-cd-produto-regra
                      perform 2900-resolve-regra
                      if   ws-cst-regra-tributada
                           add fdpdt-valor         to ws-base-creditos
                           perform 2215-credito-importacao
                      end-if
                      if   ws-cst-regra-tributada
                      and  not ws-item-importado
                           compute ws-trb-creditos (1) rounded =
                                   ws-trb-creditos (1)
                                 + fdpdt-valor * ws-aliquota-pis-regra / 100
                           compute ws-trb-creditos (2) rounded =
                                   ws-trb-creditos (2)
                                 + fdpdt-valor * ws-aliquota-cofins-regra / 100
                      end-if
                 end-if
            end-perform
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> PIS/COFINS-Importacao do item, rateados da declaracao.
       2215-credito-importacao section.
       2215.
            move spaces                            to ws-id-item-importado
            initialize                             fdii-chave-1
            move fdpdt-cd-empresa                  to fdii-cd-empresa
            move fdpdt-cd-filial                   to fdii-cd-filial
            move fdpdt-cd-entrada                  to fdii-cd-entrada
            move fdpdt-cd-produto                  to fdii-cd-produto
            move fdpdt-cd-sequencia                to fdii-cd-sequencia
            perform 9000-ler-CSBHD084-ran
            if   ws-operacao-ok
                 move "S"                          to ws-id-item-importado
                 add fdii-valor-pis                to ws-trb-creditos (1)
                 add fdii-valor-cofins             to ws-trb-creditos (2)
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2215-exit.
            exit.
      *>=====================================================================
       2300-transporta-saldo-credor section.
       2300.
            move zeroes          to ws-trb-saldo-credor-anterior (ws-idx-trb)
            initialize                             fapc-chave-1
            move lnk-cd-empresa                    to fapc-cd-empresa
            move lnk-cd-filial                     to fapc-cd-filial
            move ws-periodo-anterior-ano           to fapc-periodo-ano
            move ws-periodo-anterior-mes           to fapc-periodo-mes
            move ws-trb-tipo (ws-idx-trb)          to fapc-tipo-tributo
            perform 9000-ler-CSBHD079-ran
            if   ws-operacao-ok
                 move fapc-saldo-credor-proximo
                   to ws-trb-saldo-credor-anterior (ws-idx-trb)
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2400-grava-apuracao section.
       2400.
            compute ws-trb-saldo-apurado (ws-idx-trb) =
                    ws-trb-debitos (ws-idx-trb)
                  - ws-trb-creditos (ws-idx-trb)
                  - ws-trb-saldo-credor-anterior (ws-idx-trb)

            initialize                             fapc-chave-1
            move lnk-cd-empresa                    to fapc-cd-empresa
            move lnk-cd-filial                     to fapc-cd-filial
            move ws-periodo-ano                    to fapc-periodo-ano
            move ws-periodo-mes                    to fapc-periodo-mes
            move ws-trb-tipo (ws-idx-trb)          to fapc-tipo-tributo
            perform 9000-ler-CSBHD079-ran
            if   not ws-operacao-ok
                 initialize                        fapc-apuracao-pis-cofins
                 move lnk-cd-empresa               to fapc-cd-empresa
                 move lnk-cd-filial                to fapc-cd-filial
                 move ws-periodo-ano               to fapc-periodo-ano
                 move ws-periodo-mes               to fapc-periodo-mes
                 move ws-trb-tipo (ws-idx-trb)     to fapc-tipo-tributo
            end-if
            move ws-base-debitos                   to fapc-base-debitos
            move ws-trb-debitos (ws-idx-trb)       to fapc-total-debitos
            compute fapc-base-creditos =
                    ws-base-creditos + ws-base-frete
            move ws-trb-creditos (ws-idx-trb)      to fapc-total-creditos
            move ws-trb-saldo-credor-anterior (ws-idx-trb)
                                                   to fapc-saldo-credor-anterior
            move ws-trb-saldo-apurado (ws-idx-trb) to fapc-saldo-apurado
            if   ws-trb-saldo-apurado (ws-idx-trb) < zero
                 compute fapc-saldo-credor-proximo =
                         0 - ws-trb-saldo-apurado (ws-idx-trb)
            else
                 move zeroes                       to fapc-saldo-credor-proximo
            end-if
            move ws-data-inv                       to fapc-data-apuracao
            move ws-ano-inv                        to fapc-dt-atualizacao-ano
            move ws-mes-inv                        to fapc-dt-atualizacao-mes
            move ws-dia-inv                        to fapc-dt-atualizacao-dia
            move ws-hora                           to fapc-hr-atualizacao-hora
            move ws-minutos                        to fapc-hr-atualizacao-minuto
            move ws-segundos                       to fapc-hr-atualizacao-segundo
            move este-programa                     to fapc-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD079
            else
                 perform 9000-regravar-CSBHD079
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2400-exit.
            exit.
      *>=====================================================================
       2500-imprime-demonstrativo section.
       2500.
            open output relatorio
            move spaces                            to rel-linha
            string "Apuracao de PIS/COFINS nao cumulativo - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   " periodo " ws-periodo-mes "/" ws-periodo-ano
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move ws-base-debitos                   to ws-valor-edt
            move spaces                            to rel-linha
            string "Receita tributada liquida (" ws-qtde-saidas
                   " embarques)  : " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-base-devolucoes                to ws-valor-edt
            move spaces                            to rel-linha
            string "  deduzidas devolucoes (" ws-qtde-devolucoes
                   " linhas)       : " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-base-nao-tributada             to ws-valor-edt
            move spaces                            to rel-linha
            string "Receita nao tributada (CST 04 a 09)          : "
                   ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-base-creditos                  to ws-valor-edt
            move spaces                            to rel-linha
            string "Base de credito das entradas (" ws-qtde-entradas
                   " notas)  : " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-base-frete                     to ws-valor-edt
            move spaces                            to rel-linha
            string "Base de credito do frete das entradas        : "
                   ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-idx-trb from 1 by 1
                    until ws-idx-trb > 2
                 move spaces                       to rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 if   ws-idx-trb = 1
                      string "PIS" delimited by size into rel-linha
                 else
                      string "COFINS" delimited by size into rel-linha
                 end-if
                 write rel-linha
                 move ws-trb-debitos (ws-idx-trb)  to ws-valor-edt
                 move spaces                       to rel-linha
                 string "  Debitos                                    : "
                        ws-valor-edt
                        delimited by size into rel-linha
                 write rel-linha
                 move ws-trb-creditos (ws-idx-trb) to ws-valor-edt
                 move spaces                       to rel-linha
                 string "  Creditos                                   : "
                        ws-valor-edt
                        delimited by size into rel-linha
                 write rel-linha
                 move ws-trb-saldo-credor-anterior (ws-idx-trb)
                                                   to ws-valor-edt
                 move spaces                       to rel-linha
                 string "  Saldo credor do periodo anterior           : "
                        ws-valor-edt
                        delimited by size into rel-linha
                 write rel-linha
                 move ws-trb-saldo-apurado (ws-idx-trb) to ws-valor-edt
                 move spaces                       to rel-linha
                 if   ws-trb-saldo-apurado (ws-idx-trb) > zero
                      string "  A recolher                                 : "
                             ws-valor-edt
                             delimited by size into rel-linha
                 else
                      string "  Saldo credor transportado                  : "
                             ws-valor-edt
                             delimited by size into rel-linha
                 end-if
                 write rel-linha
            end-perform
            close relatorio
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> CST e aliquotas do produto ws-cd-produto-regra pelo NCM; sem
      *> produto, sem NCM ou sem regra vale a CST 01 a aliquota padrao.
       2900-resolve-regra section.
       2900.
            move 01                                to ws-cst-regra
            move ws-aliquota-pis-padrao             to ws-aliquota-pis-regra
            move ws-aliquota-cofins-padrao          to ws-aliquota-cofins-regra

            initialize                             fprd-chave-1
            move ws-cd-produto-regra               to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   ws-operacao-ok
            and  fprd-ncm not equal zeroes
                 initialize                        fpcr-chave-1
                 move fprd-ncm                     to fpcr-ncm
                 perform 9000-ler-CSBHD080-ran
                 if   ws-operacao-ok
                      move fpcr-cst                to ws-cst-regra
                      if   fpcr-aliquota-pis not equal zeroes
                           move fpcr-aliquota-pis  to ws-aliquota-pis-regra
                      end-if
                      if   fpcr-aliquota-cofins not equal zeroes
                           move fpcr-aliquota-cofins
                                                   to ws-aliquota-cofins-regra
                      end-if
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            compute ws-run-qtde-registros =
                    ws-qtde-saidas + ws-qtde-devolucoes + ws-qtde-entradas
            perform 9510-registra-fim-execucao
            close trace-log

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog
           .
       3000-exit.
            exit.
      *>=====================================================================
       9000-verifica-tracelog section.
       9000.
            initialize                             ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, ".TRACELOG" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                    to ws-id-tracelog-csbh03057p

            if   ws-tracelog-csbh03057p
                 accept ws-data-inv from date yyyymmdd
                 string lnk-dtbLog delimited by spaces, este-programa, "_",
                        lnk-cd-empresa lnk-cd-filial delimited by size,
                        ws-data-inv delimited by size, ".LOG" into wid-arquivo-log
                 open extend trace-log
                 if   not ws-operacao-ok
                     open output trace-log
                 end-if
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-tracelog section.
       9000.
            if   ws-tracelog-csbh03057p
            and  (not lnk-log-nivel-somente-erros or ws-ds-tracelog (1:4) = "Erro")
                 accept ws-horas                   from time
                 move spaces                       to log-linha
                 string ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv, " ",
                        ws-hora ":" ws-minutos ":" ws-segundos ":"
                        ws-horas (7:2) " - " ws-ds-tracelog into log-linha
                 write log-registro
            end-if
            move spaces                            to ws-ds-tracelog
           .
       9000-exit.
            exit.
      *>=====================================================================
       9000-controle-abertura section.
       9000.
            if   not processamento-sem-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       9000-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL007.
       COPY CSBHL009.
       COPY CSBHL012.
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL079.
       COPY CSBHL080.
       COPY CSBHL084.
       COPY CSBHL130.
