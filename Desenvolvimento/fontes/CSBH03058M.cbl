       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03058M.
      *>=====================================================================
      *> Reconstrucao do custo medio ponderado (CSBHD081) da empresa/
      *> filial corrente a partir dos movimentos gravados, para o caso
      *> de o arquivo mantido pela 9420-atualiza-custo-medio (CSBHP012)
      *> ter derivado. Os movimentos sao repassados em ordem de data por
      *> produto, com a mesma regra da 9420:
      *>   + itens de Entrada (CSBHD008, data do cabecalho CSBHD007) ao
      *>     custo da linha (CSBHD009 mais o frete da linha, como no
      *>     CSBH02019R); linha sujeita a inspecao (CSBHD058) so entra
      *>     quando aprovada, na data da decisao; recebimento de
      *>     transferencia sem CSBHD009 entra pelo custo de origem
      *>     carimbado em CSBHD023;
      *>   - itens de Saida nao cancelada (CSBHD004/CSBHD003);
      *>   + devolucoes de cliente (CSBHD012) pela triagem (CSBHD116),
      *>     na data da triagem: "A" no proprio produto, "B" no produto
      *>     de segunda que a recebeu (pelo valor carimbado quando e
      *>     outro produto), "S" e "F" no proprio produto - saem de novo
      *>     pela baixa e pela devolucao a fornecedor abaixo; o pendente
      *>     fica fora. Linha sem triagem (anterior a ela, ou sem o
      *>     arquivo) entra inteira na data da devolucao;
      *>   +/- ajustes de inventario aprovados (CSBHD021 tipo "J");
      *>   - devolucoes a fornecedor (CSBHD061), menos as de lote que
      *>     nunca saiu da inspecao;
      *>   - baixas de estoque (CSBHD062);
      *>   + consumos e retornos de consignacao (CSBHD076), como no
      *>     CSBH02069R: o consumo anula a Saida faturavel que gerou;
      *>   +/- ordens de montagem de kit concluidas (CSBHD101/CSBHD102):
      *>     o que sai anda pela media e o que entra (kit na montagem,
      *>     componentes na desmontagem) entra como Entrada, pelo custo
      *>     carimbado na conclusao.
      *> Tudo que nao e Entrada anda pela media corrente. Os registros
      *> da filial em CSBHD081 sao excluidos e regravados; o relatorio
      *> lista a posicao reconstruida e marca com "DIV" o produto cuja
      *> quantidade difere do saldo persistente (CSBHD022).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS012.
           COPY CSBHS021.
           COPY CSBHS022.
           COPY CSBHS023.
           COPY CSBHS033.
           COPY CSBHS058.
           COPY CSBHS061.
           COPY CSBHS062.
           COPY CSBHS076.
           COPY CSBHS081.
           COPY CSBHS101.
           COPY CSBHS102.
           COPY CSBHS116.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF012.
           COPY CSBHF021.
           COPY CSBHF022.
           COPY CSBHF023.
           COPY CSBHF033.
           COPY CSBHF058.
           COPY CSBHF061.
           COPY CSBHF062.
           COPY CSBHF076.
           COPY CSBHF081.
           COPY CSBHF101.
           COPY CSBHF102.
           COPY CSBHF116.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           sd   ws-arquivo-sort.
           01   srt-movimento.
                03 srt-cd-produto                  pic 9(09).
                03 srt-data                        pic 9(08).
                03 srt-tipo                        pic x(01).
                   88 srt-tipo-entrada                       value "E".
                   88 srt-tipo-movimento                     value "M".
                03 srt-quantidade                  pic s9(09).
                03 srt-valor                       pic s9(13)v99.

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03058M".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03058m             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03058m                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-primeiro-produto               pic x(01) value spaces.
              88 ws-primeiro-produto                         value "S" "s".
           03 ws-id-saida-valida                   pic x(01) value spaces.
              88 ws-saida-valida                             value "S" "s".
           03 ws-id-entrada-localizada             pic x(01) value spaces.
              88 ws-entrada-localizada                       value "S" "s".
           03 ws-id-linha-liberada                 pic x(01) value spaces.
              88 ws-linha-liberada                           value "S" "s".
           03 ws-id-origem-retida                  pic x(01) value spaces.
           03 ws-id-fim-componente                 pic x(01) value spaces.
              88 ws-fim-componente                           value "S" "s".
              88 ws-origem-retida                            value "S" "s".
           03 ws-id-triagem-aberta                 pic x(01) value spaces.
              88 ws-triagem-aberta                           value "S" "s".
           03 ws-dt-movimento                      pic 9(08) value zeroes.
           03 ws-qtde-movimento                    pic 9(09) value zeroes.
           03 ws-qtde-triada                       pic 9(09) value zeroes.
           03 ws-saida-corrente                    pic 9(09) value zeroes.
           03 ws-dt-saida-corrente                 pic 9(08) value zeroes.
           03 ws-cd-produto-corrente               pic 9(09) value zeroes.
           03 ws-reb-qtde-estoque                  pic s9(09) value zeroes.
           03 ws-reb-qtde-anterior                 pic s9(09) value zeroes.
           03 ws-reb-valor-estoque                 pic s9(13)v99 value zeroes.
           03 ws-reb-custo-medio                   pic s9(09)v9(04) value zeroes.
           03 ws-reb-custo-unitario                pic s9(09)v9(04) value zeroes.
           03 ws-reb-dt-ultima-entrada             pic 9(08) value zeroes.
           03 ws-saldo-persistente                 pic s9(09) value zeroes.
           03 ws-marca-linha                       pic x(03) value spaces.
           03 ws-qtde-edt                          pic -(09)9.
           03 ws-saldo-edt                         pic -(09)9.
           03 ws-custo-edt                         pic -(09)9,9999.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-valor-total                       pic s9(13)v99 value zeroes.
           03 ws-valor-total-edt                   pic -(13)9,99.
           03 ws-qtde-movimentos                   pic 9(09) value zeroes.
           03 ws-qtde-excluidos                    pic 9(09) value zeroes.
           03 ws-qtde-gravados                     pic 9(09) value zeroes.
           03 ws-qtde-divergentes                  pic 9(09) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
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
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH03058M.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH03058M.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD012
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD021
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD023
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD058
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD061
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD062
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD076
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD101
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD102
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD116
            if   ws-operacao-ok
                 move "S"                          to ws-id-triagem-aberta
            else
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 open output relatorio
                 move spaces                       to rel-linha
                 string "Reconstrucao do custo medio - empresa "
                        lnk-cd-empresa " filial " lnk-cd-filial
                        delimited by size into rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 string "Produto    " "   Quantidade"
                        "          Valor em estoque"
                        "      Custo medio" "   Saldo CSBHD022"
                        delimited by size into rel-linha
                 write rel-linha

                 perform 2050-exclui-custo-filial

                 sort ws-arquivo-sort
                      ascending key srt-cd-produto srt-data srt-tipo
                      input procedure  2100-gera-movimentos
                      output procedure 2200-recalcula-custo

                 perform 2600-imprime-resumo
                 close relatorio
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD003
            close CSBHD004
            close CSBHD007
            close CSBHD008
            close CSBHD009
            close CSBHD012
            close CSBHD021
            close CSBHD022
            close CSBHD023
            close CSBHD058
            close CSBHD061
            close CSBHD062
            close CSBHD076
            close CSBHD081
            close CSBHD101
            close CSBHD102
            if   ws-triagem-aberta
                 close CSBHD116
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> A filial e reconstruida por inteiro: produto sem movimento nao
      *> pode ficar com a media antiga.
       2050-exclui-custo-filial section.
       2050.
            initialize                             fcmd-chave-1
            move lnk-cd-empresa                    to fcmd-cd-empresa
            move lnk-cd-filial                     to fcmd-cd-filial
            move low-values                        to fcmd-cd-produto
            perform 9000-str-CSBHD081-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD081-next
                 if   not ws-operacao-ok
                 or   fcmd-cd-empresa not = lnk-cd-empresa
                 or   fcmd-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 9000-excluir-CSBHD081
                      if   ws-operacao-ok
                           add 1                   to ws-qtde-excluidos
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2050-exit.
            exit.
      *>=====================================================================
      *> Solta um registro de sort por movimento de estoque da filial.
       2100-gera-movimentos section.
       2100.
            perform 2110-movimenta-entradas
            perform 2120-movimenta-saidas
            perform 2130-movimenta-devolucoes
            perform 2140-movimenta-ajustes
            perform 2150-movimenta-devolucoes-fornecedor
            perform 2160-movimenta-baixas
            perform 2170-movimenta-consignacao
            perform 2180-movimenta-montagens
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Itens de Entrada: data do cabecalho (CSBHD007, localizado como
      *> no CSBH02019R) e valor da linha com o frete embutido.
       2110-movimenta-entradas section.
       2110.
            initialize                             fddps-chave-1
            move lnk-cd-empresa                    to fddps-cd-empresa
            move lnk-cd-filial                     to fddps-cd-filial
            move low-values                        to fddps-cd-entrada
            perform 9000-str-CSBHD008-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD008-next
                 if   not ws-operacao-ok
                 or   fddps-cd-empresa not = lnk-cd-empresa
                 or   fddps-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2115-libera-entrada
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
       2115-libera-entrada section.
       2115.
      *> Linha drop-ship foi entregue pelo fornecedor direto ao cliente:
      *> nunca esteve em estoque.
            if   fddps-drop-ship
                 exit section
            end-if
            move fddps-cd-empresa                  to fdfnc-cd-empresa
            move fddps-cd-filial                   to fdfnc-cd-filial
            move fddps-cd-entrada                  to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            move spaces                             to ws-id-entrada-localizada
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
                 if   ws-operacao-ok
                 and  fdfnc-cd-empresa equal fddps-cd-empresa
                 and  fdfnc-cd-filial  equal fddps-cd-filial
                 and  fdfnc-cd-entrada equal fddps-cd-entrada
                      move "S"                     to ws-id-entrada-localizada
                      move fdetd-data-entrada      to ws-dt-movimento
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            if   not ws-entrada-localizada
                 exit section
            end-if

      *> Linha que passou por inspecao so entrou no saldo na aprovacao
      *> (CSBH03037Q), pela quantidade inspecionada.
            move fddps-quantidade                  to ws-qtde-movimento
            move "S"                               to ws-id-linha-liberada
            initialize                             fisp-chave-1
            move fddps-cd-empresa                  to fisp-cd-empresa
            move fddps-cd-filial                   to fisp-cd-filial
            move fddps-cd-entrada                  to fisp-cd-entrada
            move fddps-cd-produto                  to fisp-cd-produto
            move fddps-sequencia                   to fisp-sequencia
            perform 9000-ler-CSBHD058-ran
            if   ws-operacao-ok
                 if   fisp-situacao-aprovada
                      move fisp-data-decisao       to ws-dt-movimento
                      move fisp-qtdade             to ws-qtde-movimento
                 else
                      move spaces                  to ws-id-linha-liberada
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            if   not ws-linha-liberada
            or   ws-qtde-movimento equal zeroes
                 exit section
            end-if

            initialize                             srt-movimento
            move fddps-cd-produto                  to srt-cd-produto
            move ws-dt-movimento                   to srt-data
            move "E"                               to srt-tipo
            move ws-qtde-movimento                 to srt-quantidade

            initialize                             fdpdt-chave-1
            move fddps-cd-empresa                  to fdpdt-cd-empresa
            move fddps-cd-filial                   to fdpdt-cd-filial
            move fddps-cd-entrada                  to fdpdt-cd-entrada
            move fddps-cd-produto                  to fdpdt-cd-produto
            move fddps-sequencia                   to fdpdt-cd-sequencia
            perform 9000-ler-CSBHD009-ran
            if   ws-operacao-ok
            and  fddps-quantidade > zero
                 compute srt-valor rounded =
                         (fdpdt-valor
                          + fdetd-frete of fddps-item-entrada)
                         * ws-qtde-movimento / fddps-quantidade
            else
                 perform 2118-custo-transferencia
            end-if
            move "00"                              to ws-resultado-acesso

            add 1                                  to ws-qtde-movimentos
            release srt-movimento
           .
       2115-exit.
            exit.
      *>=====================================================================
      *> Recebimento de transferencia (CSBH03011T): a Entrada nasce com a
      *> nota igual ao numero da transferencia e sem CSBHD009; o custo
      *> e o da origem, carimbado em CSBHD023 no envio.
       2118-custo-transferencia section.
       2118.
            if   fdetd-nunf not > zero
                 exit section
            end-if
            initialize                             ftrn-chave-1
            move fddps-cd-empresa                  to ftrn-cd-empresa
            move fdetd-nunf                        to ftrn-cd-transferencia
            perform 9000-ler-CSBHD023-ran
            if   ws-operacao-ok
            and  ftrn-cd-filial-destino equal fddps-cd-filial
            and  ftrn-cd-entrada        equal fddps-cd-entrada
            and  ftrn-cd-produto        equal fddps-cd-produto
                 compute srt-valor rounded =
                         ws-qtde-movimento * ftrn-custo-medio
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2118-exit.
            exit.
      *>=====================================================================
      *> Itens de Saida nao cancelada: o cabecalho (CSBHD003) e lido uma
      *> vez por Saida para a data e a situacao.
       2120-movimenta-saidas section.
       2120.
            initialize                             feisd-chave-1
            move lnk-cd-empresa                    to feisd-cd-empresa
            move lnk-cd-filial                     to feisd-cd-filial
            move low-values                        to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                             to ws-id-fim-arquivo
            move zeroes                            to ws-saida-corrente
            move spaces                            to ws-id-saida-valida
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not = lnk-cd-empresa
                 or   feisd-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   feisd-saida not = ws-saida-corrente
                           perform 2125-abre-saida
                      end-if
                      if   ws-saida-valida
                      and  not feisd-drop-ship
                           initialize              srt-movimento
                           move feisd-cd-produto   to srt-cd-produto
                           move ws-dt-saida-corrente
                                                   to srt-data
                           move "M"                to srt-tipo
                           compute srt-quantidade = 0 - feisd-qtdade
                           add 1                   to ws-qtde-movimentos
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
       2125-abre-saida section.
       2125.
            move feisd-saida                       to ws-saida-corrente
            move spaces                            to ws-id-saida-valida
            initialize                             fesd-chave-1
            move feisd-cd-empresa                  to fesd-cd-empresa
            move feisd-cd-filial                   to fesd-cd-filial
            move feisd-saida                       to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   ws-operacao-ok
            and  not fesd-situacao-cancelada
                 move "S"                          to ws-id-saida-valida
                 move fesd-data-saida              to ws-dt-saida-corrente
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2125-exit.
            exit.
      *>=====================================================================
      *> Devolucoes de cliente (CSBHD012): voltam ao estoque da filial.
       2130-movimenta-devolucoes section.
       2130.
            initialize                             fddvl-chave-1
            move lnk-cd-empresa                    to fddvl-cd-empresa
            move lnk-cd-filial                     to fddvl-cd-filial
            move low-values                        to fddvl-cd-devolucao
            perform 9000-str-CSBHD012-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD012-next
                 if   not ws-operacao-ok
                 or   fddvl-cd-empresa not = lnk-cd-empresa
                 or   fddvl-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2135-libera-devolucao
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2130-exit.
            exit.
      *>=====================================================================
      *> A linha de devolucao entra no estoque pelo que a triagem
      *> (CSBHD116) ja entregou ao saldo pelo CSBH03078T, na data da
      *> triagem; o pendente ainda nao entrou.
       2135-libera-devolucao section.
       2135.
            if   ws-triagem-aberta
                 initialize                        ftri-chave-1
                 move fddvl-cd-empresa             to ftri-cd-empresa
                 move fddvl-cd-filial              to ftri-cd-filial
                 move fddvl-cd-devolucao           to ftri-cd-devolucao
                 move fddvl-cd-sequencia           to ftri-cd-sequencia
                 perform 9000-ler-CSBHD116-ran
            end-if
            if   not ws-triagem-aberta
            or   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 initialize                        srt-movimento
                 move fddvl-cd-produto             to srt-cd-produto
                 move fddvl-data-devolucao         to srt-data
                 move "M"                          to srt-tipo
                 move fddvl-qtdade                 to srt-quantidade
                 add 1                             to ws-qtde-movimentos
                 release srt-movimento
                 exit section
            end-if

            compute ws-qtde-triada = ftri-qtde-disponivel
                                   + ftri-qtde-sucata
                                   + ftri-qtde-fornecedor
            if   ws-qtde-triada > zeroes
                 initialize                        srt-movimento
                 move ftri-cd-produto              to srt-cd-produto
                 move ftri-data-triagem            to srt-data
                 move "M"                          to srt-tipo
                 move ws-qtde-triada               to srt-quantidade
                 add 1                             to ws-qtde-movimentos
                 release srt-movimento
            end-if

            if   ftri-qtde-segunda > zeroes
                 initialize                        srt-movimento
                 move ftri-cd-produto-segunda      to srt-cd-produto
                 move ftri-data-triagem            to srt-data
                 move "M"                          to srt-tipo
                 move ftri-qtde-segunda            to srt-quantidade
                 if   ftri-cd-produto-segunda not equal ftri-cd-produto
                 and  ftri-valor-segunda not equal zeroes
                      move "E"                     to srt-tipo
                      move ftri-valor-segunda      to srt-valor
                 end-if
                 add 1                             to ws-qtde-movimentos
                 release srt-movimento
            end-if
           .
       2135-exit.
            exit.
      *>=====================================================================
      *> Ajustes de inventario aprovados (CSBHD021 tipo "J"), com sinal.
       2140-movimenta-ajustes section.
       2140.
            initialize                             fcnt-chave-1
            move lnk-cd-empresa                    to fcnt-cd-empresa
            move lnk-cd-filial                     to fcnt-cd-filial
            move low-values                        to fcnt-cd-contagem
            perform 9000-str-CSBHD021-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD021-next
                 if   not ws-operacao-ok
                 or   fcnt-cd-empresa not = lnk-cd-empresa
                 or   fcnt-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fcnt-tipo-ajuste
                      and  fcnt-situacao-aprovada
                      and  fcnt-qtdade-ajuste not = zero
                           initialize              srt-movimento
                           move fcnt-cd-produto    to srt-cd-produto
                           move fcnt-data-contagem to srt-data
                           move "M"                to srt-tipo
                           move fcnt-qtdade-ajuste to srt-quantidade
                           add 1                   to ws-qtde-movimentos
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2140-exit.
            exit.
      *>=====================================================================
      *> Devolucoes a fornecedor (CSBHD061): saem do estoque da filial,
      *> menos a de lote retido na inspecao, que nunca entrou no saldo
      *> (CSBH03039D so encerra a inspecao como devolvida).
       2150-movimenta-devolucoes-fornecedor section.
       2150.
            initialize                             fdvf-chave-1
            move lnk-cd-empresa                    to fdvf-cd-empresa
            move lnk-cd-filial                     to fdvf-cd-filial
            move low-values                        to fdvf-cd-devolucao
            perform 9000-str-CSBHD061-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD061-next
                 if   not ws-operacao-ok
                 or   fdvf-cd-empresa not = lnk-cd-empresa
                 or   fdvf-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2155-verifica-origem-retida
                      if   not ws-origem-retida
                           initialize              srt-movimento
                           move fdvf-cd-produto    to srt-cd-produto
                           move fdvf-data-devolucao
                                                   to srt-data
                           move "M"                to srt-tipo
                           compute srt-quantidade = 0 - fdvf-qtdade
                           add 1                   to ws-qtde-movimentos
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Primeira inspecao da entrada de origem com o produto devolvido
      *> (a mesma linha que o CSBH03039D localiza em CSBHD008).
       2155-verifica-origem-retida section.
       2155.
            move spaces                            to ws-id-origem-retida
            initialize                             fisp-chave-1
            move fdvf-cd-empresa                   to fisp-cd-empresa
            move fdvf-cd-filial                    to fisp-cd-filial
            move fdvf-cd-entrada                   to fisp-cd-entrada
            move fdvf-cd-produto                   to fisp-cd-produto
            move low-values                        to fisp-sequencia
            perform 9000-str-CSBHD058-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD058-next
                 if   ws-operacao-ok
                 and  fisp-cd-empresa equal fdvf-cd-empresa
                 and  fisp-cd-filial  equal fdvf-cd-filial
                 and  fisp-cd-entrada equal fdvf-cd-entrada
                 and  fisp-cd-produto equal fdvf-cd-produto
                 and  not fisp-situacao-aprovada
                      move "S"                     to ws-id-origem-retida
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2155-exit.
            exit.
      *>=====================================================================
      *> Baixas de estoque (CSBHD062): perdas, avarias e consumo interno.
       2160-movimenta-baixas section.
       2160.
            initialize                             fbxa-chave-1
            move lnk-cd-empresa                    to fbxa-cd-empresa
            move lnk-cd-filial                     to fbxa-cd-filial
            move low-values                        to fbxa-cd-baixa
            perform 9000-str-CSBHD062-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD062-next
                 if   not ws-operacao-ok
                 or   fbxa-cd-empresa not = lnk-cd-empresa
                 or   fbxa-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      initialize                   srt-movimento
                      move fbxa-cd-produto         to srt-cd-produto
                      move fbxa-data-baixa         to srt-data
                      move "M"                     to srt-tipo
                      compute srt-quantidade = 0 - fbxa-qtdade
                      add 1                        to ws-qtde-movimentos
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2160-exit.
            exit.
      *>=====================================================================
      *> Consumos e retornos de consignacao (CSBHD076): o retorno volta
      *> ao saldo da filial e o consumo anula a Saida faturavel que gerou
      *> (a mercadoria ja tinha saido na remessa).
       2170-movimenta-consignacao section.
       2170.
            initialize                             fcsm-chave-1
            move lnk-cd-empresa                    to fcsm-cd-empresa
            move lnk-cd-filial                     to fcsm-cd-filial
            move low-values                        to fcsm-cd-cliente
            perform 9000-str-CSBHD076-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD076-next
                 if   not ws-operacao-ok
                 or   fcsm-cd-empresa not = lnk-cd-empresa
                 or   fcsm-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      initialize                   srt-movimento
                      move fcsm-cd-produto         to srt-cd-produto
                      move fcsm-data-movimento     to srt-data
                      move "M"                     to srt-tipo
                      move fcsm-qtdade             to srt-quantidade
                      add 1                        to ws-qtde-movimentos
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2170-exit.
            exit.
      *>=====================================================================
      *> Ordens de montagem de kit concluidas (CSBHD101), na data da
      *> conclusao: na montagem os componentes saem e o kit entra pelo
      *> valor da ordem; na desmontagem o kit sai e cada componente
      *> entra pelo valor rateado na linha (CSBHD102).
       2180-movimenta-montagens section.
       2180.
            initialize                             fomk-chave-1
            move lnk-cd-empresa                    to fomk-cd-empresa
            move lnk-cd-filial                     to fomk-cd-filial
            move low-values                        to fomk-cd-ordem
            perform 9000-str-CSBHD101-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD101-next
                 if   not ws-operacao-ok
                 or   fomk-cd-empresa not = lnk-cd-empresa
                 or   fomk-cd-filial  not = lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fomk-situacao-concluida
                           initialize              srt-movimento
                           move fomk-cd-kit        to srt-cd-produto
                           move fomk-data-conclusao
                                                   to srt-data
                           if   fomk-montagem
                                move "E"           to srt-tipo
                                move fomk-qtdade   to srt-quantidade
                                move fomk-valor-total
                                                   to srt-valor
                           else
                                move "M"           to srt-tipo
                                compute srt-quantidade = 0 - fomk-qtdade
                           end-if
                           add 1                   to ws-qtde-movimentos
                           release srt-movimento
                           perform 2185-movimenta-componentes
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2180-exit.
            exit.
      *>=====================================================================
       2185-movimenta-componentes section.
       2185.
            initialize                             fomc-chave-1
            move fomk-cd-empresa                   to fomc-cd-empresa
            move fomk-cd-filial                    to fomc-cd-filial
            move fomk-cd-ordem                     to fomc-cd-ordem
            perform 9000-str-CSBHD102-gtr
            move spaces                            to ws-id-fim-componente
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-componente
            end-if
            perform until ws-fim-componente
                 perform 9000-ler-CSBHD102-next
                 if   not ws-operacao-ok
                 or   fomc-cd-empresa not = fomk-cd-empresa
                 or   fomc-cd-filial  not = fomk-cd-filial
                 or   fomc-cd-ordem   not = fomk-cd-ordem
                      move "S"                     to ws-id-fim-componente
                 else
                      initialize                   srt-movimento
                      move fomc-cd-componente      to srt-cd-produto
                      move fomk-data-conclusao     to srt-data
                      if   fomk-montagem
                           move "M"                to srt-tipo
                           compute srt-quantidade =
                                   0 - fomc-qtdade-necessaria
                      else
                           move "E"                to srt-tipo
                           move fomc-qtdade-necessaria
                                                   to srt-quantidade
                           move fomc-valor         to srt-valor
                      end-if
                      add 1                        to ws-qtde-movimentos
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2185-exit.
            exit.
      *>=====================================================================
      *> Repassa os movimentos de cada produto na ordem de data, Entradas
      *> antes dos demais movimentos do dia, com a regra da
      *> 9420-atualiza-custo-medio, e grava o produto na quebra.
       2200-recalcula-custo section.
       2200.
            move "S"                               to ws-id-primeiro-produto
            move spaces                            to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 return ws-arquivo-sort
                      at end
                           move "S"                to ws-id-fim-arquivo
                      not at end
                           if   ws-primeiro-produto
                           or   srt-cd-produto not = ws-cd-produto-corrente
                                if   not ws-primeiro-produto
                                     perform 2250-grava-custo-produto
                                end-if
                                move spaces        to ws-id-primeiro-produto
                                move srt-cd-produto
                                                   to ws-cd-produto-corrente
                                move zeroes        to ws-reb-qtde-estoque
                                                      ws-reb-valor-estoque
                                                      ws-reb-custo-medio
                                                      ws-reb-dt-ultima-entrada
                           end-if
                           perform 2210-aplica-movimento
                 end-return
            end-perform
            if   not ws-primeiro-produto
                 perform 2250-grava-custo-produto
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-aplica-movimento section.
       2210.
            move ws-reb-qtde-estoque               to ws-reb-qtde-anterior
            add srt-quantidade                     to ws-reb-qtde-estoque
            if   srt-tipo-entrada
            and  srt-quantidade > zero
            and  srt-valor not = zero
                 compute ws-reb-custo-unitario rounded =
                         srt-valor / srt-quantidade
                 if   ws-reb-qtde-anterior > zero
                      add srt-valor                to ws-reb-valor-estoque
                 else
                      compute ws-reb-valor-estoque rounded =
                              ws-reb-qtde-estoque * ws-reb-custo-unitario
                 end-if
                 move srt-data                     to ws-reb-dt-ultima-entrada
            else
                 compute ws-reb-valor-estoque rounded =
                         ws-reb-valor-estoque
                         + (srt-quantidade * ws-reb-custo-medio)
            end-if
            if   ws-reb-qtde-estoque > zero
                 compute ws-reb-custo-medio rounded =
                         ws-reb-valor-estoque / ws-reb-qtde-estoque
            else
                 move zeroes                       to ws-reb-valor-estoque
            end-if
           .
       2210-exit.
            exit.
      *>=====================================================================
       2250-grava-custo-produto section.
       2250.
            initialize                             fcmd-custo-medio-produto
            move lnk-cd-empresa                    to fcmd-cd-empresa
            move lnk-cd-filial                     to fcmd-cd-filial
            move ws-cd-produto-corrente            to fcmd-cd-produto
            move ws-reb-qtde-estoque               to fcmd-qtde-estoque
            move ws-reb-valor-estoque              to fcmd-valor-estoque
            move ws-reb-custo-medio                to fcmd-custo-medio
            move ws-reb-dt-ultima-entrada          to fcmd-dt-ultima-entrada
            move ws-ano-inv                        to fcmd-dt-atualizacao-ano
            move ws-mes-inv                        to fcmd-dt-atualizacao-mes
            move ws-dia-inv                        to fcmd-dt-atualizacao-dia
            move ws-hora                           to fcmd-hr-atualizacao-hora
            move ws-minutos                        to fcmd-hr-atualizacao-minuto
            move ws-segundos                       to fcmd-hr-atualizacao-segundo
            move este-programa                     to fcmd-job-origem
            perform 9000-gravar-CSBHD081
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            add 1                                  to ws-qtde-gravados
            add ws-reb-valor-estoque               to ws-valor-total

            move zeroes                            to ws-saldo-persistente
            initialize                             fsld-chave-1
            move lnk-cd-empresa                    to fsld-cd-empresa
            move lnk-cd-filial                     to fsld-cd-filial
            move ws-cd-produto-corrente            to fsld-cd-produto
            perform 9000-ler-CSBHD022-ran
            if   ws-operacao-ok
                 move fsld-qtde-saldo              to ws-saldo-persistente
            end-if
            move "00"                              to ws-resultado-acesso
            move spaces                            to ws-marca-linha
            if   ws-saldo-persistente not = ws-reb-qtde-estoque
                 move "DIV"                        to ws-marca-linha
                 add 1                             to ws-qtde-divergentes
            end-if

            move ws-reb-qtde-estoque               to ws-qtde-edt
            move ws-reb-valor-estoque              to ws-valor-edt
            move ws-reb-custo-medio                to ws-custo-edt
            move ws-saldo-persistente              to ws-saldo-edt
            move spaces                            to rel-linha
            string ws-cd-produto-corrente " " ws-qtde-edt "   "
                   ws-valor-edt "   " ws-custo-edt "   " ws-saldo-edt
                   " " ws-marca-linha
                   delimited by size into rel-linha
            write rel-linha
           .
       2250-exit.
            exit.
      *>=====================================================================
       2600-imprime-resumo section.
       2600.
            move spaces                            to rel-linha
            write rel-linha
            move ws-qtde-movimentos                to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Movimentos repassados                      : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-excluidos                 to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Registros anteriores excluidos             : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-gravados                  to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Produtos gravados em CSBHD081              : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-qtde-divergentes               to ws-qtde-edt
            move spaces                            to rel-linha
            string "  Produtos divergentes do saldo (DIV)        : "
                   ws-qtde-edt delimited by size into rel-linha
            write rel-linha
            move ws-valor-total                    to ws-valor-total-edt
            move spaces                            to rel-linha
            string "  Valor total do estoque ao custo medio      : "
                   ws-valor-total-edt delimited by size into rel-linha
            write rel-linha
           .
       2600-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-gravados                  to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03058m

            if   ws-tracelog-csbh03058m
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
            if   ws-tracelog-csbh03058m
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL012.
       COPY CSBHL021.
       COPY CSBHL022.
       COPY CSBHL023.
       COPY CSBHL033.
       COPY CSBHL058.
       COPY CSBHL061.
       COPY CSBHL062.
       COPY CSBHL076.
       COPY CSBHL081.
       COPY CSBHL101.
       COPY CSBHL102.
       COPY CSBHL116.
