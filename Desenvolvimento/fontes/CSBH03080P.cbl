       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03080P.
      *>=====================================================================
      *> Recalculo dos parametros de estoque pela demanda real: os
      *> minimos, pontos de reposicao e maximos de CSBHD020 chegam uma
      *> vez pelo CSV e nunca mais sao revistos; este job propoe os
      *> valores que a historia do produto justifica, por produto/
      *> filial de CSBHD020:
      *>  - demanda mensal dos ultimos c-meses-historico meses fechados
      *>    (CSBHD070: expedido - devolvido + perdido; mes sem registro
      *>    conta zero a partir do primeiro mes com movimento), com
      *>    media e desvio padrao;
      *>  - prazo de reposicao pelo historico real de Entradas do
      *>    fornecedor da ultima Entrada do produto na filial (dias
      *>    entre fdetd-data-pedido e fdetd-data-entrada, a conta de
      *>    CSBH02023R/CSBH02049R); sem fornecedor, o prazo medio de
      *>    todas as Entradas, e sem nenhuma, c-prazo-padrao-dias;
      *>  - minimo (estoque de seguranca) = fator do nivel de servico
      *>    da classe ABC de CSBHD060 x desvio x raiz do prazo em meses;
      *>    ponto de reposicao = minimo + demanda no prazo; maximo =
      *>    ponto + demanda de c-ciclo-revisao-meses.
      *> Cada produto cuja proposta difere do vigente vira uma proposta
      *> pendente em CSBHD119, decidida pela aprovacao CSBH03081A; o
      *> relatorio lista os que mudaram mais de
      *> c-limite-variacao-percentual em algum dos tres parametros.
      *> Proposta pendente que ficou igual ao vigente e removida.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: MESES-HIST-DEMANDA,
      *> DIAS-PRAZO-REPOSICAO, FATOR-SERVICO-A, FATOR-SERVICO-B,
      *> FATOR-SERVICO-C, PERC-LIMITE-VARIACAO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS020.
           COPY CSBHS033.
           COPY CSBHS060.
           COPY CSBHS070.
           COPY CSBHS119.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqfornecedor assign to wid-arqfornecedor
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF020.
           COPY CSBHF033.
           COPY CSBHF060.
           COPY CSBHF070.
           COPY CSBHF119.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *> Fornecedor da ultima Entrada de cada produto/filial, na ordem
      *> da chave de CSBHD020 - casado com o parametro no recalculo.
           fd   arqfornecedor.
           01   frn-registro.
                03 frn-chave.
                   05 frn-cd-empresa               pic 9(03).
                   05 frn-cd-filial                pic 9(03).
                   05 frn-cd-produto               pic 9(09).
                03 frn-cd-fornecedor               pic 9(09).

           sd   ws-arquivo-sort.
           01   srt-movimento.
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-produto                  pic 9(09).
                03 srt-data-entrada                pic 9(08).
                03 srt-cd-fornecedor               pic 9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03080P".
      *> Janela de demanda, prazo de reserva, ciclo de revisao que o
      *> maximo cobre alem do ponto, fatores do nivel de servico por
      *> classe ABC (A 98%, B 95%, C 90%) e limite de variacao que
      *> leva o item ao relatorio.
       78  c-meses-historico                                 value 12.
       78  c-dias-mes                                        value 30.
       78  c-prazo-padrao-dias                               value 30.
       78  c-ciclo-revisao-meses                             value 1.
       78  c-fator-servico-classe-a                          value 2.05.
       78  c-fator-servico-classe-b                          value 1.65.
       78  c-fator-servico-classe-c                          value 1.28.
       78  c-limite-variacao-percentual                      value 25.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03080p             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03080p                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arqfornecedor                    pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S" "s".
           03 ws-id-fim-demanda                    pic x(01) value spaces.
              88 ws-fim-demanda                              value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-entrada-guardada.
              05 ws-gu-cd-empresa                  pic 9(03).
              05 ws-gu-cd-filial                   pic 9(03).
              05 ws-gu-cd-entrada                  pic 9(09).
              05 ws-gu-cd-fornecedor               pic 9(09).
              05 ws-gu-data-entrada                pic 9(08).
           03 ws-grupo-corrente.
              05 ws-grp-cd-empresa                 pic 9(03).
              05 ws-grp-cd-filial                  pic 9(03).
              05 ws-grp-cd-produto                 pic 9(09).
           03 ws-grp-cd-fornecedor                 pic 9(09) value zeroes.
           03 ws-data-pedido-num                   pic 9(08) value zeroes.
           03 ws-data-entrada-num                  pic 9(08) value zeroes.
           03 ws-dias-prazo                        pic s9(05) value zeroes.
           03 ws-prazo-geral-soma                  pic s9(11) value zeroes.
           03 ws-prazo-geral-qtde                  pic 9(09) value zeroes.
           03 ws-prazo-geral                       pic 9(03) value zeroes.
      *> Meses como ano * 12 + mes - 1, para contar a janela sem
      *> tratar a virada de ano a parte.
           03 ws-idx-mes-final                     pic 9(06) value zeroes.
           03 ws-idx-mes-inicial                   pic 9(06) value zeroes.
           03 ws-idx-mes-calc                      pic 9(06) value zeroes.
           03 ws-ano-calc                          pic 9(04) value zeroes.
           03 ws-mes-calc                          pic 9(02) value zeroes.
           03 ws-periodo-inicial                   pic 9(06) value zeroes.
           03 ws-periodo-final                     pic 9(06) value zeroes.
           03 ws-periodo-primeiro                  pic 9(06) value zeroes.
           03 ws-dem-mes                           pic s9(09) value zeroes.
           03 ws-dem-soma                          pic s9(11) value zeroes.
           03 ws-dem-soma-quadrados                pic s9(18) value zeroes.
           03 ws-dem-meses                         pic 9(02) value zeroes.
           03 ws-dem-media                         pic s9(09)v99 value zeroes.
           03 ws-dem-variancia                     pic s9(15)v9(04) value zeroes.
           03 ws-dem-desvio                        pic s9(09)v99 value zeroes.
           03 ws-classe                            pic x(01) value spaces.
           03 ws-fator-servico                     pic 9(01)v99 value zeroes.
           03 ws-prazo-dias                        pic 9(03) value zeroes.
           03 ws-prazo-meses                       pic 9(03)v9(04) value zeroes.
           03 ws-calc-minimo                       pic s9(11)v99 value zeroes.
           03 ws-calc-ponto                        pic s9(11)v99 value zeroes.
           03 ws-calc-maximo                       pic s9(11)v99 value zeroes.
           03 ws-prp-minimo                        pic 9(09) value zeroes.
           03 ws-prp-ponto                         pic 9(09) value zeroes.
           03 ws-prp-maximo                        pic 9(09) value zeroes.
           03 ws-var-atual                         pic 9(09) value zeroes.
           03 ws-var-proposto                      pic 9(09) value zeroes.
           03 ws-var-percentual                    pic 9(05)v99 value zeroes.
           03 ws-var-maior                         pic 9(05)v99 value zeroes.
           03 ws-qtde-parametros                   pic 9(09) value zeroes.
           03 ws-qtde-propostas                    pic 9(09) value zeroes.
           03 ws-qtde-sem-historico                pic 9(09) value zeroes.
           03 ws-qtde-sem-alteracao                pic 9(09) value zeroes.
           03 ws-qtde-acima-limite                 pic 9(09) value zeroes.
           03 ws-qtde-edt                          pic -(9).
           03 ws-minimo-atual-edt                  pic z(8)9.
           03 ws-minimo-edt                        pic z(8)9.
           03 ws-ponto-atual-edt                   pic z(8)9.
           03 ws-ponto-edt                         pic z(8)9.
           03 ws-maximo-atual-edt                  pic z(8)9.
           03 ws-maximo-edt                        pic z(8)9.
           03 ws-variacao-edt                      pic z(4)9,99.
           03 ws-media-edt                         pic -(8)9,99.
           03 ws-prazo-edt                         pic zz9.

      *> Tabela em memoria com o prazo medio historico por fornecedor.
       78  c-max-fornecedores                                value 200.
       01  ws-campos-tabela-fornecedor.
           03 ws-qtde-fornecedores                 pic 9(03) value zeroes.
           03 ws-idx-fornecedor                    pic 9(03) value zeroes.
           03 ws-idx-tab                           pic 9(03) value zeroes.
           03 ws-id-fornecedor-na-tabela           pic x(01) value spaces.
              88 ws-fornecedor-na-tabela                     value "S" "s".
           03 ws-tab-fornecedor occurs 200 times.
              05 ws-tab-cd-fornecedor              pic 9(09).
              05 ws-tab-soma-dias                  pic s9(09).
              05 ws-tab-qtde                       pic 9(05).

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-meses-historico                    pic 9(05) value zeroes.
           03 ws-prazo-padrao-dias                  pic 9(05) value zeroes.
           03 ws-fator-servico-classe-a             pic 9(03)v99 value zeroes.
           03 ws-fator-servico-classe-b             pic 9(03)v99 value zeroes.
           03 ws-fator-servico-classe-c             pic 9(03)v99 value zeroes.
           03 ws-limite-variacao-percentual         pic 9(03)v99 value zeroes.

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

      *> Janela: os c-meses-historico meses fechados antes do corrente.
            compute ws-idx-mes-final =
                    (ws-ano-inv * 12) + ws-mes-inv - 2
            compute ws-idx-mes-inicial =
                    ws-idx-mes-final - ws-meses-historico + 1
            move ws-idx-mes-final                  to ws-idx-mes-calc
            perform 1100-periodo-do-indice
            compute ws-periodo-final = (ws-ano-calc * 100) + ws-mes-calc
            move ws-idx-mes-inicial                to ws-idx-mes-calc
            perform 1100-periodo-do-indice
            compute ws-periodo-inicial = (ws-ano-calc * 100) + ws-mes-calc
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "MESES-HIST-DEMANDA"              to ws-par-cd-parametro
            move c-meses-historico                 to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-meses-historico
      *> Sem mes nenhum nao ha demanda para recalcular: vale o padrao.
            if   ws-meses-historico equal zeroes
                 move c-meses-historico            to ws-meses-historico
                 move "Parametro MESES-HIST-DEMANDA zerado - vale o padrao"
                                                   to ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            move "DIAS-PRAZO-REPOSICAO"            to ws-par-cd-parametro
            move c-prazo-padrao-dias               to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-padrao-dias

            move "FATOR-SERVICO-A"                 to ws-par-cd-parametro
            move c-fator-servico-classe-a          to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-fator-servico-classe-a

            move "FATOR-SERVICO-B"                 to ws-par-cd-parametro
            move c-fator-servico-classe-b          to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-fator-servico-classe-b

            move "FATOR-SERVICO-C"                 to ws-par-cd-parametro
            move c-fator-servico-classe-c          to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-fator-servico-classe-c

            move "PERC-LIMITE-VARIACAO"            to ws-par-cd-parametro
            move c-limite-variacao-percentual      to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-limite-variacao-percentual

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       1100-periodo-do-indice section.
       1100.
            divide ws-idx-mes-calc by 12 giving ws-ano-calc
                                      remainder ws-mes-calc
            add 1                                  to ws-mes-calc
           .
       1100-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH03080P.SRT" delimited by size into wid-arquivo-sort
            string lnk-dtbPath delimited by space,
                   "/CSBH03080P.FRN" delimited by size into wid-arqfornecedor
            string lnk-extractionPath delimited by space,
                   "/CSBH03080P.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD020
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD060
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD070
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD119
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2050-apura-prazo-fornecedores
                 sort ws-arquivo-sort
                      ascending key srt-cd-empresa srt-cd-filial
                                    srt-cd-produto srt-data-entrada
                      input procedure  2100-libera-itens-entrada
                      output procedure 2200-grava-ultimo-fornecedor
                 perform 2300-recalcula-parametros
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD007
            close CSBHD008
            close CSBHD020
            close CSBHD060
            close CSBHD070
            close CSBHD119

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Prazo medio historico por fornecedor (tabela em memoria, como
      *> em CSBH02049R) e, a parte, o prazo medio de todas as Entradas,
      *> usado quando o produto nao tem fornecedor conhecido.
       2050-apura-prazo-fornecedores section.
       2050.
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
                      if   not fdetd-consignacao-acerto
                           perform 2060-acumula-prazo
                      end-if
                 end-if
            end-perform
            if   ws-prazo-geral-qtde > zeroes
                 compute ws-prazo-geral rounded =
                         ws-prazo-geral-soma / ws-prazo-geral-qtde
            else
                 move ws-prazo-padrao-dias          to ws-prazo-geral
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2050-exit.
            exit.
      *>=====================================================================
       2060-acumula-prazo section.
       2060.
            move fdetd-data-pedido                 to ws-data-pedido-num
            move fdetd-data-entrada                to ws-data-entrada-num
            if   ws-data-pedido-num  equal zeroes
            or   ws-data-entrada-num equal zeroes
                 exit section
            end-if
            compute ws-dias-prazo =
                    function integer-of-date(ws-data-entrada-num)
                  - function integer-of-date(ws-data-pedido-num)
            if   ws-dias-prazo < zeroes
                 exit section
            end-if
            add ws-dias-prazo                      to ws-prazo-geral-soma
            add 1                                  to ws-prazo-geral-qtde

            if   fdetd-cd-fornecedor equal zeroes
                 exit section
            end-if
            move zeroes                            to ws-idx-fornecedor
            move spaces                            to ws-id-fornecedor-na-tabela
            perform varying ws-idx-tab from 1 by 1
                    until ws-idx-tab > ws-qtde-fornecedores
                       or ws-fornecedor-na-tabela
                 if   ws-tab-cd-fornecedor (ws-idx-tab)
                      equal fdetd-cd-fornecedor
                      move ws-idx-tab              to ws-idx-fornecedor
                      move "S"                     to ws-id-fornecedor-na-tabela
                 end-if
            end-perform
            if   not ws-fornecedor-na-tabela
                 if   ws-qtde-fornecedores not less c-max-fornecedores
                      exit section
                 end-if
                 add 1                             to ws-qtde-fornecedores
                 move ws-qtde-fornecedores         to ws-idx-fornecedor
                 move fdetd-cd-fornecedor
                                to ws-tab-cd-fornecedor (ws-idx-fornecedor)
                 move zeroes    to ws-tab-soma-dias (ws-idx-fornecedor)
                 move zeroes    to ws-tab-qtde      (ws-idx-fornecedor)
            end-if
            add ws-dias-prazo   to ws-tab-soma-dias (ws-idx-fornecedor)
            add 1               to ws-tab-qtde      (ws-idx-fornecedor)
           .
       2060-exit.
            exit.
      *>=====================================================================
      *> Uma linha de ordenacao por item de Entrada com fornecedor
      *> (acerto de consignacao nao e recebimento); a ordenacao por
      *> data deixa a ultima Entrada de cada produto/filial por ultimo.
       2100-libera-itens-entrada section.
       2100.
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
                      if   fdetd-cd-fornecedor not equal zeroes
                      and  not fdetd-consignacao-acerto
                           perform 2110-libera-itens
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-itens section.
       2110.
            move fdfnc-cd-empresa                  to ws-gu-cd-empresa
            move fdfnc-cd-filial                   to ws-gu-cd-filial
            move fdfnc-cd-entrada                  to ws-gu-cd-entrada
            move fdetd-cd-fornecedor               to ws-gu-cd-fornecedor
            move fdetd-data-entrada                to ws-gu-data-entrada

            initialize                             fddps-chave-1
            move ws-gu-cd-empresa                  to fddps-cd-empresa
            move ws-gu-cd-filial                   to fddps-cd-filial
            move ws-gu-cd-entrada                  to fddps-cd-entrada
            perform 9000-str-CSBHD008-gtr
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD008-next
                 if   not ws-operacao-ok
                 or   fddps-cd-empresa not equal ws-gu-cd-empresa
                 or   fddps-cd-filial  not equal ws-gu-cd-filial
                 or   fddps-cd-entrada not equal ws-gu-cd-entrada
                      move "S"                     to ws-id-fim-itens
                 else
                      move fddps-cd-empresa         to srt-cd-empresa
                      move fddps-cd-filial          to srt-cd-filial
                      move fddps-cd-produto         to srt-cd-produto
                      move ws-gu-data-entrada       to srt-data-entrada
                      move ws-gu-cd-fornecedor      to srt-cd-fornecedor
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Fica o fornecedor da Entrada mais recente de cada grupo.
       2200-grava-ultimo-fornecedor section.
       2200.
            open output arqfornecedor
            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-grupo
                      move srt-cd-empresa           to ws-grp-cd-empresa
                      move srt-cd-filial            to ws-grp-cd-filial
                      move srt-cd-produto           to ws-grp-cd-produto
                      move spaces                   to ws-id-primeiro-grupo
                 else
                      if   srt-cd-empresa not equal ws-grp-cd-empresa
                      or   srt-cd-filial  not equal ws-grp-cd-filial
                      or   srt-cd-produto not equal ws-grp-cd-produto
                           perform 2210-grava-fornecedor
                           move srt-cd-empresa      to ws-grp-cd-empresa
                           move srt-cd-filial       to ws-grp-cd-filial
                           move srt-cd-produto      to ws-grp-cd-produto
                      end-if
                 end-if
                 move srt-cd-fornecedor             to ws-grp-cd-fornecedor
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2210-grava-fornecedor
            end-if
            close arqfornecedor
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-grava-fornecedor section.
       2210.
            move ws-grp-cd-empresa                 to frn-cd-empresa
            move ws-grp-cd-filial                  to frn-cd-filial
            move ws-grp-cd-produto                 to frn-cd-produto
            move ws-grp-cd-fornecedor              to frn-cd-fornecedor
            write frn-registro
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Percorre os parametros vigentes casando, pela chave, com o
      *> fornecedor apurado no passo anterior.
       2300-recalcula-parametros section.
       2300.
            open output relatorio
            move spaces                            to rel-linha
            string "Recalculo de parametros de estoque - " ws-data-inv
                   " - demanda de " ws-periodo-inicial " a "
                   ws-periodo-final
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            move ws-limite-variacao-percentual      to ws-qtde-edt
            string "Itens com variacao acima de " ws-qtde-edt "%"
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Filial Produto   Cl Dem.media  Prazo"
                   "  Min.atual  Min.prop. PR.atual   PR.prop."
                   "  Max.atual  Max.prop.  Var.%"
                   delimited by size into rel-linha
            write rel-linha

            open input arqfornecedor
            perform 2305-le-fornecedor

            move low-values                        to fpar-chave-1
            perform 9000-str-CSBHD020-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD020-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2310-recalcula-produto
                 end-if
            end-perform
            close arqfornecedor
            move "00"                              to ws-resultado-acesso

            perform 2500-imprime-resumo
            close relatorio
           .
       2300-exit.
            exit.
      *>=====================================================================
       2305-le-fornecedor section.
       2305.
            read arqfornecedor
            if   not ws-operacao-ok
                 move high-values                  to frn-chave
            end-if
           .
       2305-exit.
            exit.
      *>=====================================================================
       2310-recalcula-produto section.
       2310.
            add 1                                  to ws-qtde-parametros

            perform 2320-apura-prazo-produto
            perform 2330-apura-demanda
            if   ws-dem-meses equal zeroes
                 add 1                             to ws-qtde-sem-historico
                 exit section
            end-if
            perform 2340-apura-classe

            compute ws-prazo-meses rounded = ws-prazo-dias / c-dias-mes
            compute ws-calc-minimo rounded =
                    ws-fator-servico
                  * function sqrt(ws-dem-variancia * ws-prazo-meses)
            compute ws-calc-ponto rounded =
                    ws-calc-minimo + (ws-dem-media * ws-prazo-meses)
            compute ws-calc-maximo rounded =
                    ws-calc-ponto + (ws-dem-media * c-ciclo-revisao-meses)
      *> Quantidade e inteira: arredonda para cima.
            compute ws-prp-minimo = ws-calc-minimo + 0.99
            compute ws-prp-ponto  = ws-calc-ponto  + 0.99
            compute ws-prp-maximo = ws-calc-maximo + 0.99

            if   ws-prp-minimo equal fpar-qtde-minima
            and  ws-prp-ponto  equal fpar-ponto-reposicao
            and  ws-prp-maximo equal fpar-qtde-maxima
                 add 1                             to ws-qtde-sem-alteracao
                 perform 2360-remove-proposta-pendente
                 exit section
            end-if

            move zeroes                            to ws-var-maior
            move fpar-qtde-minima                  to ws-var-atual
            move ws-prp-minimo                     to ws-var-proposto
            perform 2350-calcula-variacao
            move fpar-ponto-reposicao              to ws-var-atual
            move ws-prp-ponto                      to ws-var-proposto
            perform 2350-calcula-variacao
            move fpar-qtde-maxima                  to ws-var-atual
            move ws-prp-maximo                     to ws-var-proposto
            perform 2350-calcula-variacao

            perform 2370-grava-proposta
            if   ws-var-maior > ws-limite-variacao-percentual
                 perform 2380-imprime-item
            end-if
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-apura-prazo-produto section.
       2320.
            perform until frn-chave not less fpar-chave-1
                 perform 2305-le-fornecedor
            end-perform

            move zeroes                            to ws-grp-cd-fornecedor
            move ws-prazo-geral                    to ws-prazo-dias
            if   frn-chave equal fpar-chave-1
                 move frn-cd-fornecedor            to ws-grp-cd-fornecedor
                 perform varying ws-idx-tab from 1 by 1
                         until ws-idx-tab > ws-qtde-fornecedores
                      if   ws-tab-cd-fornecedor (ws-idx-tab)
                           equal frn-cd-fornecedor
                      and  ws-tab-qtde (ws-idx-tab) > zeroes
                           compute ws-prazo-dias rounded =
                                   ws-tab-soma-dias (ws-idx-tab)
                                 / ws-tab-qtde (ws-idx-tab)
                      end-if
                 end-perform
            end-if
           .
       2320-exit.
            exit.
      *>=====================================================================
      *> Demanda mensal liquida da janela; o primeiro mes com registro
      *> abre a contagem de meses (produto novo nao e diluido pelos
      *> meses em que nao existia).
       2330-apura-demanda section.
       2330.
            move zeroes                            to ws-dem-soma
            move zeroes                            to ws-dem-soma-quadrados
            move zeroes                            to ws-dem-meses
            move zeroes                            to ws-dem-media
            move zeroes                            to ws-dem-variancia
            move zeroes                            to ws-dem-desvio
            move zeroes                            to ws-periodo-primeiro

            initialize                             fdmd-chave-1
            move fpar-cd-empresa                   to fdmd-cd-empresa
            move fpar-cd-filial                    to fdmd-cd-filial
            move fpar-cd-produto                   to fdmd-cd-produto
            compute fdmd-periodo = ws-periodo-inicial - 1
            perform 9000-str-CSBHD070-gtr
            move spaces                             to ws-id-fim-demanda
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-demanda
            end-if
            perform until ws-fim-demanda
                 perform 9000-ler-CSBHD070-next
                 if   not ws-operacao-ok
                 or   fdmd-cd-empresa not equal fpar-cd-empresa
                 or   fdmd-cd-filial  not equal fpar-cd-filial
                 or   fdmd-cd-produto not equal fpar-cd-produto
                 or   fdmd-periodo greater ws-periodo-final
                      move "S"                     to ws-id-fim-demanda
                 else
                      compute ws-dem-mes =
                              fdmd-qtde-expedida
                            - fdmd-qtde-devolvida
                            + fdmd-qtde-perdida
                      if   ws-dem-mes < zeroes
                           move zeroes             to ws-dem-mes
                      end-if
                      add ws-dem-mes                to ws-dem-soma
                      compute ws-dem-soma-quadrados =
                              ws-dem-soma-quadrados
                            + (ws-dem-mes * ws-dem-mes)
                      if   ws-periodo-primeiro equal zeroes
                           move fdmd-periodo        to ws-periodo-primeiro
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   ws-periodo-primeiro equal zeroes
                 exit section
            end-if
            divide ws-periodo-primeiro by 100 giving ws-ano-calc
                                          remainder ws-mes-calc
            compute ws-idx-mes-calc = (ws-ano-calc * 12) + ws-mes-calc - 1
            compute ws-dem-meses = ws-idx-mes-final - ws-idx-mes-calc + 1

            compute ws-dem-media rounded = ws-dem-soma / ws-dem-meses
            compute ws-dem-variancia rounded =
                    (ws-dem-soma-quadrados / ws-dem-meses)
                  - ((ws-dem-soma / ws-dem-meses)
                   * (ws-dem-soma / ws-dem-meses))
            if   ws-dem-variancia < zeroes
                 move zeroes                       to ws-dem-variancia
            end-if
            compute ws-dem-desvio rounded = function sqrt(ws-dem-variancia)
           .
       2330-exit.
            exit.
      *>=====================================================================
      *> Nivel de servico pela classe ABC do plano de contagem
      *> (CSBH03038G); produto fora do plano e tratado como "C".
       2340-apura-classe section.
       2340.
            initialize                             fpla-chave-1
            move fpar-cd-empresa                   to fpla-cd-empresa
            move fpar-cd-filial                    to fpla-cd-filial
            move fpar-cd-produto                   to fpla-cd-produto
            perform 9000-ler-CSBHD060-ran
            if   ws-operacao-ok
                 move fpla-classe                  to ws-classe
            else
                 move "C"                          to ws-classe
                 move "00"                         to ws-resultado-acesso
            end-if
            evaluate ws-classe
                when "A"
                     move ws-fator-servico-classe-a to ws-fator-servico
                when "B"
                     move ws-fator-servico-classe-b to ws-fator-servico
                when other
                     move "C"                      to ws-classe
                     move ws-fator-servico-classe-c to ws-fator-servico
            end-evaluate
           .
       2340-exit.
            exit.
      *>=====================================================================
      *> Variacao percentual, em modulo, sobre o vigente; vigente zero
      *> com proposta positiva conta como 100%. Guarda a maior.
       2350-calcula-variacao section.
       2350.
            if   ws-var-atual equal zeroes
                 if   ws-var-proposto equal zeroes
                      move zeroes                  to ws-var-percentual
                 else
                      move 100                     to ws-var-percentual
                 end-if
            else
                 if   ws-var-proposto not less ws-var-atual
                      compute ws-var-percentual rounded =
                              ((ws-var-proposto - ws-var-atual) * 100)
                            / ws-var-atual
                         on size error
                              move 99999.99        to ws-var-percentual
                      end-compute
                 else
                      compute ws-var-percentual rounded =
                              ((ws-var-atual - ws-var-proposto) * 100)
                            / ws-var-atual
                 end-if
            end-if
            if   ws-var-percentual > ws-var-maior
                 move ws-var-percentual            to ws-var-maior
            end-if
           .
       2350-exit.
            exit.
      *>=====================================================================
      *> Proposta pendente de um recalculo anterior que o recalculo de
      *> hoje confirmou igual ao vigente nao tem mais o que decidir.
       2360-remove-proposta-pendente section.
       2360.
            initialize                             fprp-chave-1
            move fpar-cd-empresa                   to fprp-cd-empresa
            move fpar-cd-filial                    to fprp-cd-filial
            move fpar-cd-produto                   to fprp-cd-produto
            perform 9000-ler-CSBHD119-ran
            if   ws-operacao-ok
            and  fprp-situacao-pendente
                 perform 9000-excluir-CSBHD119
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2360-exit.
            exit.
      *>=====================================================================
       2370-grava-proposta section.
       2370.
            initialize                             fprp-chave-1
            move fpar-cd-empresa                   to fprp-cd-empresa
            move fpar-cd-filial                    to fprp-cd-filial
            move fpar-cd-produto                   to fprp-cd-produto
            perform 9000-ler-CSBHD119-ran
            if   not ws-operacao-ok
                 initialize                        fprp-proposta-parametro
                 move fpar-cd-empresa              to fprp-cd-empresa
                 move fpar-cd-filial               to fprp-cd-filial
                 move fpar-cd-produto              to fprp-cd-produto
            end-if
            move ws-data-inv                       to fprp-data-calculo
            move ws-classe                         to fprp-classe
            move ws-dem-meses                      to fprp-meses-historico
            move ws-dem-media                      to fprp-demanda-media
            move ws-dem-desvio                     to fprp-desvio-padrao
            move ws-grp-cd-fornecedor              to fprp-cd-fornecedor
            move ws-prazo-dias                     to fprp-prazo-dias
            move fpar-qtde-minima                  to fprp-qtde-minima-atual
            move fpar-ponto-reposicao              to fprp-ponto-reposicao-atual
            move fpar-qtde-maxima                  to fprp-qtde-maxima-atual
            move ws-prp-minimo                     to fprp-qtde-minima
            move ws-prp-ponto                      to fprp-ponto-reposicao
            move ws-prp-maximo                     to fprp-qtde-maxima
            move ws-var-maior                      to fprp-variacao-percentual
            move "P"                               to fprp-situacao
            move zeroes                            to fprp-data-decisao
            move spaces                            to fprp-cd-operador
            move ws-ano-inv                        to fprp-dt-atualizacao-ano
            move ws-mes-inv                        to fprp-dt-atualizacao-mes
            move ws-dia-inv                        to fprp-dt-atualizacao-dia
            move ws-hora                           to fprp-hr-atualizacao-hora
            move ws-minutos                        to fprp-hr-atualizacao-minuto
            move ws-segundos                       to fprp-hr-atualizacao-segundo
            move este-programa                     to fprp-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD119
            else
                 perform 9000-regravar-CSBHD119
            end-if
            if   ws-operacao-ok
                 add 1                             to ws-qtde-propostas
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2370-exit.
            exit.
      *>=====================================================================
       2380-imprime-item section.
       2380.
            add 1                                  to ws-qtde-acima-limite
            move ws-dem-media                      to ws-media-edt
            move ws-prazo-dias                     to ws-prazo-edt
            move fpar-qtde-minima                  to ws-minimo-atual-edt
            move ws-prp-minimo                     to ws-minimo-edt
            move fpar-ponto-reposicao              to ws-ponto-atual-edt
            move ws-prp-ponto                      to ws-ponto-edt
            move fpar-qtde-maxima                  to ws-maximo-atual-edt
            move ws-prp-maximo                     to ws-maximo-edt
            move ws-var-maior                      to ws-variacao-edt
            move spaces                            to rel-linha
            string fpar-cd-filial "    " fpar-cd-produto " " ws-classe " "
                   ws-media-edt " " ws-prazo-edt " "
                   ws-minimo-atual-edt " " ws-minimo-edt " "
                   ws-ponto-atual-edt " " ws-ponto-edt " "
                   ws-maximo-atual-edt " " ws-maximo-edt " "
                   ws-variacao-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2380-exit.
            exit.
      *>=====================================================================
       2500-imprime-resumo section.
       2500.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Parametros avaliados    : " ws-qtde-parametros
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Propostas pendentes     : " ws-qtde-propostas
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Acima do limite         : " ws-qtde-acima-limite
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sem alteracao           : " ws-qtde-sem-alteracao
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sem historico de demanda: " ws-qtde-sem-historico
                   delimited by size into rel-linha
            write rel-linha
           .
       2500-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-propostas                 to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03080p

            if   ws-tracelog-csbh03080p
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
            if   ws-tracelog-csbh03080p
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
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL020.
       COPY CSBHL033.
       COPY CSBHL060.
       COPY CSBHL070.
       COPY CSBHL119.
       COPY CSBHL130.
