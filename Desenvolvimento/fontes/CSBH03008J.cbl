      *> ITEM_SAIDA.CSV e na liberacao de pendencias, mantendo o
      *> historico de ajustes auditavel no proprio CSBHD021. Segue o
      *> modelo de subprograma chamavel de CSBH03002M.
      *> O ajuste aprovado leva o custo medio vigente (CSBHD081) e entra
      *> ou sai do custo pela media, na 9420-atualiza-custo-medio.
      *> Cada ajuste aprovado entra no diario contabil (CSBHD096, evento
      *> AJIN) pela quantidade ajustada vezes o custo medio: sobra a
      *> debito do estoque, falta com as pontas da regra invertidas.
      *> Cada contagem e autorizada pelo CSBH03018A (funcao "M",
      *> atividade CNTA sobre empresa+filial+contagem): quem lancou a
      *> contagem (CNTI, carga de CONTAGEM.CSV) nao aprova o ajuste dela
      *> quando o par esta em CSBHD128. Contagem recusada fica pendente
      *> e o motivo volta em lnk-aju-id-erro; as demais seguem.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-VALIDADE-CONGEL.
      *> Os valores em vigor vao para o tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS021.
           COPY CSBHS022.
           COPY CSBHS073.
           COPY CSBHS081.
           COPY CSBHS095.
           COPY CSBHS096.
           COPY CSBHS130.
           COPY CSBHS049.
           COPY CSBHS069.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF021.
           COPY CSBHF022.
           COPY CSBHF073.
           COPY CSBHF081.
           COPY CSBHF095.
           COPY CSBHF096.
           COPY CSBHF130.
           COPY CSBHF049.
           COPY CSBHF069.
           COPY CSBHF117.

           fd   trace-log.
           01   log-registro.
              88 ws-fim-congelamento                         value "S" "s".
           03 ws-cgl-hoje-inteiro                  pic 9(08) value zeroes.
           03 ws-cgl-idade-dias                    pic s9(05) value zeroes.
           03 ws-aut-ultima-contagem.
              05 ws-aut-ult-cd-empresa             pic 9(03) value zeroes.
              05 ws-aut-ult-cd-filial              pic 9(03) value zeroes.
              05 ws-aut-ult-cd-contagem            pic 9(09) value zeroes.
           03 ws-aut-id-contagem-autorizada        pic x(01) value spaces.
              88 ws-aut-contagem-autorizada                  value "S".
           03 ws-aut-qtde-recusadas                pic 9(05) value zeroes.

       01  ws-campos-autorizacao.
           03 ws-aut-parametros.
              05 ws-aut-funcao                     pic x(01).
              05 ws-aut-programa                   pic x(10).
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-validade-congelamento-dias         pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
      *>=====================================================================
       COPY CSBHW0009.
      *>=====================================================================
       COPY CSBHW0017.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros

            move zeroes                            to lnk-aju-qtde-aprovados
            move spaces                            to lnk-aju-id-ok
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog.
       1050-carrega-parametros section.
       1050.
            move "DIAS-VALIDADE-CONGEL"            to ws-par-cd-parametro
            move c-validade-congelamento-dias      to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-validade-congelamento-dias

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD073
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 perform 2100-aprova-ajustes
                 if   ws-aut-qtde-recusadas greater zeroes
                      move spaces                  to ws-ds-tracelog
                      string "2000-processamento - Contagens recusadas "
                             "na autorizacao: " ws-aut-qtde-recusadas
                             delimited by size into ws-ds-tracelog
                      perform 9000-tracelog
                 end-if
                 perform 2300-varre-congelamentos
                 close CSBHD021
                 close CSBHD022
                 close CSBHD081
                 close CSBHD073
                 close CSBHD049
                 close CSBHD095
                 close CSBHD096
                 close CSBHD117
                 move "S"                          to lnk-aju-id-ok
            else
                 move "N"                          to lnk-aju-id-ok
                      and  fcnt-situacao-pendente
                      and  (lnk-aju-cd-contagem equal zeroes
                       or   fcnt-cd-contagem equal lnk-aju-cd-contagem)
                           perform 2150-autoriza-contagem
                           if   ws-aut-contagem-autorizada
                                perform 2200-aprova-ajuste
                           end-if
                      end-if
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Segregacao de funcoes: a autorizacao e por contagem - pedida
      *> uma vez a cada contagem nova na leitura (a chave de CSBHD021
      *> traz os ajustes de uma contagem juntos).
       2150-autoriza-contagem section.
       2150.
            if   fcnt-cd-empresa  equal ws-aut-ult-cd-empresa
            and  fcnt-cd-filial   equal ws-aut-ult-cd-filial
            and  fcnt-cd-contagem equal ws-aut-ult-cd-contagem
                 exit section
            end-if
            move fcnt-cd-empresa                   to ws-aut-ult-cd-empresa
            move fcnt-cd-filial                    to ws-aut-ult-cd-filial
            move fcnt-cd-contagem                  to ws-aut-ult-cd-contagem

            initialize                             ws-aut-parametros
            move "M"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            move "CNTA"                            to ws-aut-cd-atividade
            initialize                             ws-atv-documento
            move fcnt-cd-empresa                   to ws-atv-doc-cd-empresa
            move fcnt-cd-filial                    to ws-atv-doc-cd-filial
            move fcnt-cd-contagem                  to ws-atv-doc-numero
            move ws-atv-documento                  to ws-aut-documento
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   ws-aut-autorizado
                 move "S"                          to ws-aut-id-contagem-autorizada
            else
                 move "N"                          to ws-aut-id-contagem-autorizada
                 add 1                             to ws-aut-qtde-recusadas
                 if   lnk-aju-id-erro equal spaces
                      move ws-aut-id-erro          to lnk-aju-id-erro
                 end-if
                 move spaces                       to ws-ds-tracelog
                 string "2150-autoriza-contagem - Contagem "
                        fcnt-cd-contagem " recusada: " ws-aut-id-erro
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2150-exit.
            exit.
      *>=====================================================================
       2200-aprova-ajuste section.
       2200.
            move ws-minutos                        to fcnt-hr-atualizacao-minuto
            move ws-segundos                       to fcnt-hr-atualizacao-segundo
            move este-programa                     to fcnt-job-origem
            move fcnt-cd-empresa                   to ws-sld-cd-empresa
            move fcnt-cd-filial                    to ws-sld-cd-filial
            move fcnt-cd-produto                   to ws-sld-cd-produto
            perform 9425-consulta-custo-medio
            move ws-cmd-custo-unitario             to fcnt-custo-medio
            perform 9000-regravar-CSBHD021
            if   ws-operacao-ok
                 move fcnt-cd-empresa              to ws-sld-cd-empresa
                 move fcnt-qtdade-ajuste           to ws-sld-delta
                 move este-programa                to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 move ws-sld-cd-empresa            to ws-rpt-cd-empresa
                 move ws-sld-cd-filial             to ws-rpt-cd-filial
                 move ws-sld-cd-produto            to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9470-jornal-saldo
      *> O ajuste corrige tambem o saldo do deposito onde a contagem
      *> foi feita - senao CSBHD022 e CSBHD049 derivam.
                 move fcnt-cd-deposito             to ws-sld-cd-deposito
                 perform 9410-atualiza-saldo-deposito
                 perform 9420-atualiza-custo-medio
            perform 2250-libera-congelamento
                 perform 2260-contabiliza-ajuste
                 move "00"                         to ws-resultado-acesso
                 add 1                             to lnk-aju-qtde-aprovados
                 move spaces                       to ws-ds-tracelog
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-contabiliza-ajuste section.
       2260.
            move "AJIN"                            to ws-ctb-evento
            move fcnt-cd-empresa                   to ws-ctb-cd-empresa
            move fcnt-cd-filial                    to ws-ctb-cd-filial
            move ws-data-inv                       to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "CNT " fcnt-cd-contagem "/" fcnt-sequencia
                   delimited by size into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Ajuste inventario produto " fcnt-cd-produto
                   delimited by size into ws-ctb-historico
            compute ws-ctb-valor rounded =
                    fcnt-qtdade-ajuste * fcnt-custo-medio
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> Varredura de congelamentos apos a aprovacao: linha contada sem
      *> variacao nao gera ajuste, entao 2250 nunca a veria - a
      *>=====================================================================
       2350-avalia-congelamento section.
       2350.
      *> Contagem pedida e recusada na autorizacao continua congelada.
            if   lnk-aju-cd-contagem not equal zeroes
            and  fcgl-cd-contagem equal lnk-aju-cd-contagem
            and  ws-aut-qtde-recusadas equal zeroes
                 perform 9000-excluir-CSBHD073
                 exit section
            end-if
                         ws-cgl-hoje-inteiro
                       - function integer-of-date
                                  (fcgl-data-congelamento)
                 if   ws-cgl-idade-dias greater ws-validade-congelamento-dias
                      perform 9000-excluir-CSBHD073
                 end-if
            end-if
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP009.
       COPY CSBHP007.
       COPY CSBHP016.
       COPY CSBHP025.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL021.
       COPY CSBHL022.
       COPY CSBHL073.
       COPY CSBHL081.
       COPY CSBHL095.
       COPY CSBHL096.
       COPY CSBHL130.
       COPY CSBHL049.
       COPY CSBHL117.
