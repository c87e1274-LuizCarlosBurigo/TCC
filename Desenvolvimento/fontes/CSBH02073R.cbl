       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02073R.
      *>=====================================================================
      *> Rentabilidade por cliente no periodo (lnk-periodo-fechamento,
      *> zero = mes anterior): a margem por produto (CSBH02020R,
      *> CSBH02063R) nao diz quais clientes dao dinheiro. Para cada
      *> cliente parte da receita liquida - itens das Saidas do periodo
      *> (feisd-valor) mais acrescimos e menos descontos (CSBHD072), menos
      *> as Devolucoes do periodo (CSBHD012) - e abate:
      *>   - o custo da mercadoria: custo medio carimbado na linha ou,
      *>     sem ele, as camadas FIFO do produto/filial consumidas pelas
      *>     expedicoes em ordem de data (todas as expedicoes consomem;
      *>     so as do periodo entram no cliente), como no CSBH02063R o
      *>     custo de recebimento ja embute o frete da entrada;
      *>   - o frete de saida rateado na linha (feisd-frete-rateado);
      *>   - a comissao do vendedor da saida (fvdd-percentual-comissao,
      *>     CSBHD043), estornada nas devolucoes e ajustada nos
      *>     acrescimos/descontos;
      *>   - o custo financeiro do atraso: os dias de atraso dentro do
      *>     periodo de cada titulo vencido de CSBHD040 (ate o pagamento
      *>     ou o fim do periodo) sobre o valor em aberto, ao custo
      *>     mensal da empresa/filial (fpcb-percentual-custo-mes,
      *>     CSBHD093, filial zero = da empresa) rateado por 30 dias.
      *> Os clientes saem do maior para o menor resultado com o
      *> percentual acumulado do resultado total - a cauda mostra quem
      *> come a margem, e as colunas mostram se e frete, devolucao ou
      *> atraso.
      *> Recebimento em consignacao de fornecedor (cabecalho "C") nao
      *> forma camada - a mercadoria e do fornecedor; o que as Saidas
      *> consumiram dele (CSBHD100) entra como camada na data do
      *> consumo, ao preco de consignacao.
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
           COPY CSBHS013.
           COPY CSBHS033.
           COPY CSBHS040.
           COPY CSBHS043.
           COPY CSBHS072.
           COPY CSBHS093.
           COPY CSBHS100.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

           select ws-arquivo-sort-ranking assign to wid-arquivo-sort-ranking.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF012.
           COPY CSBHF013.
           COPY CSBHF033.
           COPY CSBHF040.
           COPY CSBHF043.
           COPY CSBHF072.
           COPY CSBHF093.
           COPY CSBHF100.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-movimento.
                03 srt-cd-produto                  pic 9(09).
                03 srt-cd-filial                   pic 9(03).
                03 srt-tipo                        pic x(01).
                   88 srt-tipo-camada                         value "0".
                   88 srt-tipo-expedicao                      value "1".
                03 srt-data-movimento              pic 9(08).
                03 srt-quantidade                  pic 9(09).
                03 srt-valor-unitario              pic s9(09)v99.
                03 srt-custo-gravado               pic s9(11)v99.
                03 srt-cd-cliente                  pic 9(09).
                03 srt-id-periodo                  pic x(01).
                   88 srt-no-periodo                          value "S".
                03 srt-valor-linha                 pic s9(09)v99.
                03 srt-frete-rateado               pic s9(09)v99.
                03 srt-comissao                    pic s9(09)v99.

           sd   ws-arquivo-sort-ranking.
           01   srk-cliente.
                03 srk-resultado                   pic s9(13)v99.
                03 srk-idx-cliente                 pic 9(05).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02073R".

      *> Clientes com movimento no periodo e camadas FIFO abertas por
      *> produto/filial.
       78  c-max-clientes                                    value 5000.
       78  c-max-camadas                                     value 1000.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02073r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02073r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 wid-arquivo-sort-ranking             pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-movimento                  pic x(01) value spaces.
              88 ws-fim-movimento                            value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-id-entrada-localizada             pic x(01) value spaces.
              88 ws-entrada-localizada                       value "S" "s".
           03 ws-id-saida-valida                   pic x(01) value spaces.
              88 ws-saida-valida                             value "S".
           03 ws-periodo                           pic 9(06) value zeroes.
           03 ws-periodo-r redefines ws-periodo.
              05 ws-periodo-ano                    pic 9(04).
              05 ws-periodo-mes                    pic 9(02).
           03 ws-data-inicio-periodo               pic 9(08) value zeroes.
           03 ws-data-inicio-periodo-r redefines ws-data-inicio-periodo.
              05 ws-inicio-ano                     pic 9(04).
              05 ws-inicio-mes                     pic 9(02).
              05 ws-inicio-dia                     pic 9(02).
           03 ws-data-inicio-proximo               pic 9(08) value zeroes.
           03 ws-data-inicio-proximo-r redefines ws-data-inicio-proximo.
              05 ws-proximo-ano                    pic 9(04).
              05 ws-proximo-mes                    pic 9(02).
              05 ws-proximo-dia                    pic 9(02).
           03 ws-data-fim-periodo                  pic 9(08) value zeroes.
           03 ws-data-movimento                    pic 9(08) value zeroes.
           03 ws-data-vencimento                   pic 9(08) value zeroes.
           03 ws-data-pagamento                    pic 9(08) value zeroes.
           03 ws-inteiro-inicio-atraso             pic 9(08) value zeroes.
           03 ws-inteiro-fim-atraso                pic 9(08) value zeroes.
           03 ws-dias-atraso                       pic s9(05) value zeroes.
           03 ws-valor-em-aberto                   pic s9(11)v99 value zeroes.
           03 ws-cd-cliente-saida                  pic 9(09) value zeroes.
           03 ws-cd-cliente-procurado              pic 9(09) value zeroes.
           03 ws-cd-vendedor-lido                  pic 9(09) value 999999999.
           03 ws-percentual-comissao               pic 9(03)v99 value zeroes.
           03 ws-param-chave-lida.
              05 ws-param-empresa-lida             pic 9(03) value 999.
              05 ws-param-filial-lida              pic 9(03) value 999.
           03 ws-percentual-custo-mes              pic 9(02)v99 value zeroes.
           03 ws-valor-ajuste                      pic s9(11)v99 value zeroes.
           03 ws-cd-produto-corrente               pic 9(09) value zeroes.
           03 ws-cd-filial-corrente                pic 9(03) value zeroes.
           03 ws-qtde-a-consumir                   pic 9(09) value zeroes.
           03 ws-qtde-consumida                    pic 9(09) value zeroes.
           03 ws-custo-linha                       pic s9(11)v99 value zeroes.
           03 ws-idx-camada                        pic 9(05) value zeroes.
           03 ws-idx-cliente                       pic 9(05) value zeroes.
           03 ws-idx-busca                         pic 9(05) value zeroes.
           03 ws-qtde-camadas                      pic 9(05) value zeroes.
           03 ws-qtde-camadas-excedentes           pic 9(07) value zeroes.
           03 ws-qtde-linhas-sem-camada            pic 9(07) value zeroes.
           03 ws-qtde-clientes-excedentes          pic 9(07) value zeroes.
           03 ws-qtde-ranking                      pic 9(05) value zeroes.
           03 ws-receita-liquida                   pic s9(13)v99 value zeroes.
           03 ws-resultado                         pic s9(13)v99 value zeroes.
           03 ws-resultado-acumulado               pic s9(15)v99 value zeroes.
           03 ws-margem-percentual                 pic s9(05)v99 value zeroes.
           03 ws-acumulado-percentual              pic s9(07)v99 value zeroes.
           03 ws-total-receita-liquida             pic s9(15)v99 value zeroes.
           03 ws-total-resultado                   pic s9(15)v99 value zeroes.
           03 ws-total-frete                       pic s9(15)v99 value zeroes.
           03 ws-total-devolucoes                  pic s9(15)v99 value zeroes.
           03 ws-total-custo-financeiro            pic s9(15)v99 value zeroes.
           03 ws-ds-cliente-rel                    pic x(30) value spaces.
           03 ws-valor-edt-1                       pic -(11)9,99.
           03 ws-valor-edt-2                       pic -(11)9,99.
           03 ws-valor-edt-3                       pic -(11)9,99.
           03 ws-valor-edt-4                       pic -(11)9,99.
           03 ws-percentual-edt-1                  pic -(5)9,99.
           03 ws-percentual-edt-2                  pic -(7)9,99.
           03 ws-total-edt                         pic -(15)9,99.

       01  ws-tabela-camadas.
           03 ws-cam occurs 1000 times.
              05 ws-cam-quantidade                 pic 9(09).
              05 ws-cam-valor-unitario             pic s9(09)v99.

       01  ws-tabela-clientes.
           03 ws-qtde-clientes                     pic 9(05) value zeroes.
           03 ws-cli occurs 5000 times.
              05 ws-cli-cd-cliente                 pic 9(09).
              05 ws-cli-receita-bruta              pic s9(13)v99.
              05 ws-cli-descontos                  pic s9(13)v99.
              05 ws-cli-devolucoes                 pic s9(13)v99.
              05 ws-cli-custo                      pic s9(13)v99.
              05 ws-cli-frete                      pic s9(13)v99.
              05 ws-cli-comissao                   pic s9(13)v99.
              05 ws-cli-custo-financeiro           pic s9(13)v99.
              05 ws-cli-dias-atraso                pic 9(07).

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
            if   lnk-periodo-fechamento not = zero
                 move lnk-periodo-fechamento       to ws-periodo
            else
                 if   ws-mes-inv = 1
                      compute ws-periodo-ano = ws-ano-inv - 1
                      move 12                      to ws-periodo-mes
                 else
                      move ws-ano-inv              to ws-periodo-ano
                      compute ws-periodo-mes = ws-mes-inv - 1
                 end-if
            end-if
            move ws-periodo-ano                    to ws-inicio-ano
            move ws-periodo-mes                    to ws-inicio-mes
            move 1                                 to ws-inicio-dia

            move 1                                 to ws-proximo-dia
            if   ws-periodo-mes = 12
                 compute ws-proximo-ano = ws-periodo-ano + 1
                 move 1                            to ws-proximo-mes
            else
                 move ws-periodo-ano               to ws-proximo-ano
                 compute ws-proximo-mes = ws-periodo-mes + 1
            end-if
            compute ws-data-fim-periodo =
                    function date-of-integer
                    (function integer-of-date(ws-data-inicio-proximo) - 1)
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02073R.SRT" delimited by size into wid-arquivo-sort
            string lnk-dtbPath delimited by space,
                   "/CSBH02073R.RNK" delimited by size
                                                   into wid-arquivo-sort-ranking
            string lnk-extractionPath delimited by space,
                   "/CSBH02073R.REL" delimited by size into wid-arquivo-relatorio

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
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD043
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD072
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD093
            perform 9000-controle-abertura

            if   processamento-sem-erro
      *> Camadas ("0") antes das expedicoes ("1") dentro do
      *> produto/filial, cada tipo em ordem de data - as camadas
      *> ficam em tabela e cada expedicao consome as mais antigas.
                 sort ws-arquivo-sort
                      ascending key srt-cd-produto srt-cd-filial srt-tipo
                                    srt-data-movimento
                      input procedure  2100-gera-movimentos
                      output procedure 2200-consome-camadas
                 perform 2300-apura-ajustes
                 perform 2400-apura-devolucoes
                 perform 2500-apura-atraso
                 sort ws-arquivo-sort-ranking
                      descending key srk-resultado
                      input procedure  2600-seleciona-clientes
                      output procedure 2700-gera-relatorio
            end-if

            close CSBHD003
            close CSBHD004
            close CSBHD007
            close CSBHD008
            close CSBHD009
            close CSBHD012
            close CSBHD013
            close CSBHD040
            close CSBHD043
            close CSBHD072
            close CSBHD093

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Uma camada por linha de recebimento (custo unitario com o frete
      *> da entrada, como no CSBH02063R) e um registro por linha de
      *> expedicao de saida nao cancelada, com a data, o cliente e a
      *> comissao do cabecalho.
       2100-gera-movimentos section.
       2100.
            move low-values                        to fddps-chave-1
            perform 9000-str-CSBHD008-gtr
            move spaces                             to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD008-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-movimento
                 else
      *> Linha drop-ship nao forma camada: a Saida do par ja carrega o
      *> custo da nota do fornecedor em feisd-custo-medio.
                      if   not fddps-drop-ship
                           perform 2110-monta-camada
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            perform 2115-monta-camadas-consumo

            move low-values                        to feisd-chave-1
            perform 9000-str-CSBHD004-gtr
            move spaces                             to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-movimento
                 else
                      perform 2120-monta-expedicao
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-monta-camada section.
       2110.
            initialize                             srt-movimento
            move fddps-cd-produto                  to srt-cd-produto
            move fddps-cd-filial                   to srt-cd-filial
            move "0"                               to srt-tipo
            move fddps-quantidade                  to srt-quantidade

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
                      move fdetd-data-entrada      to srt-data-movimento
                 end-if
            end-if
            if   not ws-entrada-localizada
                 move 99999999                     to srt-data-movimento
            end-if
      *> Recebimento em consignacao continua do fornecedor: nao e
      *> camada (o consumo dele entra pela 2115).
            if   ws-entrada-localizada
            and  fdetd-consignacao-entrada
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fdpdt-chave-1
            move fddps-cd-empresa                  to fdpdt-cd-empresa
            move fddps-cd-filial                   to fdpdt-cd-filial
            move fddps-cd-entrada                  to fdpdt-cd-entrada
            move fddps-cd-produto                  to fdpdt-cd-produto
            move fddps-sequencia                   to fdpdt-cd-sequencia
            perform 9000-ler-CSBHD009-ran
            if   ws-operacao-ok
            and  fddps-quantidade > zero
                 compute srt-valor-unitario rounded =
                         (fdpdt-valor
                          + fdetd-frete of fddps-item-entrada)
                         / fddps-quantidade
            else
                 move zeroes                       to srt-valor-unitario
            end-if
            move "00"                              to ws-resultado-acesso

            release srt-movimento
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> O que as Saidas consumiram do consignado de fornecedor (CSBHD100)
      *> virou compra na data do consumo, ao preco de consignacao: e a
      *> camada que essas Saidas consomem. Sem o arquivo nao ha
      *> consignado.
       2115-monta-camadas-consumo section.
       2115.
            perform 9000-abrir-i-CSBHD100
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move low-values                        to fcfm-chave-1
            perform 9000-str-CSBHD100-gtr
            move spaces                             to ws-id-fim-movimento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-movimento
            end-if
            perform until ws-fim-movimento
                 perform 9000-ler-CSBHD100-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-movimento
                 else
                      initialize                   srt-movimento
                      move fcfm-cd-produto         to srt-cd-produto
                      move fcfm-cd-filial          to srt-cd-filial
                      move "0"                     to srt-tipo
                      move fcfm-data-consumo       to srt-data-movimento
                      move fcfm-qtde-consumida     to srt-quantidade
                      move fcfm-valor-unitario     to srt-valor-unitario
                      release srt-movimento
                 end-if
            end-perform
            close CSBHD100
            move spaces                             to ws-id-fim-movimento
            move "00"                              to ws-resultado-acesso
           .
       2115-exit.
            exit.
      *>=====================================================================
       2120-monta-expedicao section.
       2120.
            move feisd-cd-empresa                  to fesd-cd-empresa
            move feisd-cd-filial                   to fesd-cd-filial
            move feisd-saida                       to fesd-cd-saida
            perform 9010-le-saida
            if   not ws-saida-valida
                 exit section
            end-if

            initialize                             srt-movimento
            move feisd-cd-produto                  to srt-cd-produto
            move feisd-cd-filial                   to srt-cd-filial
            move "1"                               to srt-tipo
            move ws-data-movimento                 to srt-data-movimento
            move feisd-qtdade                      to srt-quantidade
            compute srt-custo-gravado rounded =
                    feisd-qtdade * feisd-custo-medio
            move ws-cd-cliente-saida               to srt-cd-cliente
            if   ws-data-movimento not less ws-data-inicio-periodo
            and  ws-data-movimento not greater ws-data-fim-periodo
            and  ws-cd-cliente-saida not equal zeroes
                 move "S"                          to srt-id-periodo
                 move feisd-valor                  to srt-valor-linha
                 move feisd-frete-rateado          to srt-frete-rateado
                 compute srt-comissao rounded =
                         feisd-valor * ws-percentual-comissao / 100
            end-if
            release srt-movimento
           .
       2120-exit.
            exit.
      *>=====================================================================
      *> Cada produto/filial: as camadas entram na tabela em ordem de
      *> data de entrada; cada expedicao, em ordem de data de saida,
      *> usa o custo carimbado ou consome as camadas mais antigas. So
      *> as expedicoes do periodo com cliente somam no cliente.
       2200-consome-camadas section.
       2200.
            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-movimento
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-movimento
            end-return

            perform until ws-fim-movimento
                 if   ws-primeiro-grupo
                 or   srt-cd-produto not = ws-cd-produto-corrente
                 or   srt-cd-filial  not = ws-cd-filial-corrente
                      move srt-cd-produto          to ws-cd-produto-corrente
                      move srt-cd-filial           to ws-cd-filial-corrente
                      move zeroes                  to ws-qtde-camadas
                      move 1                       to ws-idx-camada
                      move spaces                  to ws-id-primeiro-grupo
                 end-if

                 if   srt-tipo-camada
                      if   ws-qtde-camadas < c-max-camadas
                           add 1                   to ws-qtde-camadas
                           move srt-quantidade
                                     to ws-cam-quantidade (ws-qtde-camadas)
                           move srt-valor-unitario
                                     to ws-cam-valor-unitario (ws-qtde-camadas)
                      else
                           add 1                   to ws-qtde-camadas-excedentes
                      end-if
                 else
                      perform 2210-custeia-expedicao
                 end-if

                 return ws-arquivo-sort
                     at end move "S"                to ws-id-fim-movimento
                 end-return
            end-perform
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-custeia-expedicao section.
       2210.
            move zeroes                            to ws-custo-linha
            if   srt-custo-gravado not = zero
                 move srt-custo-gravado            to ws-custo-linha
            else
                 move srt-quantidade               to ws-qtde-a-consumir
                 perform until ws-qtde-a-consumir = zeroes
                         or    ws-idx-camada > ws-qtde-camadas
                      if   ws-cam-quantidade (ws-idx-camada)
                           not less ws-qtde-a-consumir
                           move ws-qtde-a-consumir to ws-qtde-consumida
                      else
                           move ws-cam-quantidade (ws-idx-camada)
                                                   to ws-qtde-consumida
                      end-if
                      subtract ws-qtde-consumida   from ws-qtde-a-consumir
                      subtract ws-qtde-consumida
                                from ws-cam-quantidade (ws-idx-camada)
                      compute ws-custo-linha = ws-custo-linha
                            + (ws-qtde-consumida
                               * ws-cam-valor-unitario (ws-idx-camada))
                      if   ws-cam-quantidade (ws-idx-camada) = zeroes
                           add 1                   to ws-idx-camada
                      end-if
                 end-perform
                 if   ws-qtde-a-consumir not = zeroes
                      add 1                        to ws-qtde-linhas-sem-camada
                 end-if
            end-if

            if   not srt-no-periodo
                 exit section
            end-if
            move srt-cd-cliente                    to ws-cd-cliente-procurado
            perform 9020-localiza-cliente
            if   ws-idx-cliente = zeroes
                 exit section
            end-if
            add srt-valor-linha       to ws-cli-receita-bruta (ws-idx-cliente)
            add ws-custo-linha        to ws-cli-custo (ws-idx-cliente)
            add srt-frete-rateado     to ws-cli-frete (ws-idx-cliente)
            add srt-comissao          to ws-cli-comissao (ws-idx-cliente)
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Acrescimos somam na receita bruta, descontos saem a parte; a
      *> comissao do vendedor acompanha o ajuste.
       2300-apura-ajustes section.
       2300.
            move low-values                        to fdsc-chave-1
            perform 9000-str-CSBHD072-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD072-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2310-soma-ajuste
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2310-soma-ajuste section.
       2310.
            move fdsc-cd-empresa                   to fesd-cd-empresa
            move fdsc-cd-filial                    to fesd-cd-filial
            move fdsc-cd-saida                     to fesd-cd-saida
            perform 9010-le-saida
            if   not ws-saida-valida
            or   ws-cd-cliente-saida = zeroes
            or   ws-data-movimento < ws-data-inicio-periodo
            or   ws-data-movimento > ws-data-fim-periodo
                 exit section
            end-if
            move ws-cd-cliente-saida               to ws-cd-cliente-procurado
            perform 9020-localiza-cliente
            if   ws-idx-cliente = zeroes
                 exit section
            end-if
            if   fdsc-tipo-desconto
                 add fdsc-valor          to ws-cli-descontos (ws-idx-cliente)
                 compute ws-valor-ajuste = zeroes - fdsc-valor
            else
                 add fdsc-valor          to ws-cli-receita-bruta (ws-idx-cliente)
                 move fdsc-valor                   to ws-valor-ajuste
            end-if
            compute ws-cli-comissao (ws-idx-cliente) rounded =
                    ws-cli-comissao (ws-idx-cliente)
                  + ws-valor-ajuste * ws-percentual-comissao / 100
           .
       2310-exit.
            exit.
      *>=====================================================================
      *> Devolucoes com data no periodo, pelo cliente da saida original;
      *> a comissao da parte devolvida e estornada.
       2400-apura-devolucoes section.
       2400.
            move low-values                        to fddvl-chave-1
            perform 9000-str-CSBHD012-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD012-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      perform 2410-soma-devolucao
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2400-exit.
            exit.
      *>=====================================================================
       2410-soma-devolucao section.
       2410.
            move fddvl-data-devolucao              to ws-data-movimento
            if   ws-data-movimento < ws-data-inicio-periodo
            or   ws-data-movimento > ws-data-fim-periodo
                 exit section
            end-if
            move fddvl-cd-empresa                  to fesd-cd-empresa
            move fddvl-cd-filial                   to fesd-cd-filial
            move fddvl-cd-saida                    to fesd-cd-saida
            perform 9010-le-saida
            if   not ws-saida-valida
            or   ws-cd-cliente-saida = zeroes
                 exit section
            end-if
            move ws-cd-cliente-saida               to ws-cd-cliente-procurado
            perform 9020-localiza-cliente
            if   ws-idx-cliente = zeroes
                 exit section
            end-if
            add fddvl-valor             to ws-cli-devolucoes (ws-idx-cliente)
            compute ws-cli-comissao (ws-idx-cliente) rounded =
                    ws-cli-comissao (ws-idx-cliente)
                  - fddvl-valor * ws-percentual-comissao / 100
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Titulos vencidos: os dias de atraso que caem dentro do periodo
      *> (do dia seguinte ao vencimento, ou do inicio do periodo, ate o
      *> pagamento ou o fim do periodo) sobre o valor em aberto - o
      *> titulo cheio quando pago, o saldo quando ainda aberto.
       2500-apura-atraso section.
       2500.
            move low-values                        to ftcr-chave-1
            perform 9000-str-CSBHD040-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD040-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   not ftcr-situacao-cancelado
                      and  ftcr-cd-cliente not = zeroes
                           perform 2510-custo-atraso
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-custo-atraso section.
       2510.
            move ftcr-data-vencimento              to ws-data-vencimento
            move ftcr-data-pagamento               to ws-data-pagamento
            if   ws-data-vencimento = zeroes
            or   ws-data-vencimento not < ws-data-fim-periodo
                 exit section
            end-if

            compute ws-inteiro-inicio-atraso =
                    function integer-of-date(ws-data-vencimento) + 1
            if   ws-inteiro-inicio-atraso <
                 function integer-of-date(ws-data-inicio-periodo)
                 compute ws-inteiro-inicio-atraso =
                         function integer-of-date(ws-data-inicio-periodo)
            end-if
            if   ftcr-situacao-pago
                 if   ws-data-pagamento = zeroes
                      exit section
                 end-if
                 if   ws-data-pagamento > ws-data-fim-periodo
                      compute ws-inteiro-fim-atraso =
                              function integer-of-date(ws-data-fim-periodo)
                 else
                      compute ws-inteiro-fim-atraso =
                              function integer-of-date(ws-data-pagamento) - 1
                 end-if
                 move ftcr-valor                   to ws-valor-em-aberto
            else
                 compute ws-inteiro-fim-atraso =
                         function integer-of-date(ws-data-fim-periodo)
                 compute ws-valor-em-aberto = ftcr-valor - ftcr-valor-pago
            end-if
            compute ws-dias-atraso =
                    ws-inteiro-fim-atraso - ws-inteiro-inicio-atraso + 1
            if   ws-dias-atraso not > zeroes
            or   ws-valor-em-aberto not > zeroes
                 exit section
            end-if

            perform 9030-custo-financeiro
            move ftcr-cd-cliente                   to ws-cd-cliente-procurado
            perform 9020-localiza-cliente
            if   ws-idx-cliente = zeroes
                 exit section
            end-if
            add ws-dias-atraso        to ws-cli-dias-atraso (ws-idx-cliente)
            compute ws-cli-custo-financeiro (ws-idx-cliente) rounded =
                    ws-cli-custo-financeiro (ws-idx-cliente)
                  + ws-valor-em-aberto * ws-percentual-custo-mes / 100
                    * ws-dias-atraso / 30
           .
       2510-exit.
            exit.
      *>=====================================================================
       2600-seleciona-clientes section.
       2600.
            perform varying ws-idx-cliente from 1 by 1
                    until ws-idx-cliente > ws-qtde-clientes
                 perform 2610-resultado-cliente
                 move ws-resultado                 to srk-resultado
                 move ws-idx-cliente               to srk-idx-cliente
                 add ws-receita-liquida            to ws-total-receita-liquida
                 add ws-resultado                  to ws-total-resultado
                 add ws-cli-frete (ws-idx-cliente) to ws-total-frete
                 add ws-cli-devolucoes (ws-idx-cliente)
                                                   to ws-total-devolucoes
                 add ws-cli-custo-financeiro (ws-idx-cliente)
                                                   to ws-total-custo-financeiro
                 release srk-cliente
            end-perform
           .
       2600-exit.
            exit.
      *>=====================================================================
       2610-resultado-cliente section.
       2610.
            compute ws-receita-liquida =
                    ws-cli-receita-bruta (ws-idx-cliente)
                  - ws-cli-descontos (ws-idx-cliente)
                  - ws-cli-devolucoes (ws-idx-cliente)
            compute ws-resultado =
                    ws-receita-liquida
                  - ws-cli-custo (ws-idx-cliente)
                  - ws-cli-frete (ws-idx-cliente)
                  - ws-cli-comissao (ws-idx-cliente)
                  - ws-cli-custo-financeiro (ws-idx-cliente)
           .
       2610-exit.
            exit.
      *>=====================================================================
       2700-gera-relatorio section.
       2700.
            open output relatorio
            perform 2710-cabecalho
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02073R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "posicao;cliente;receita-bruta;descontos;devolucoes;receita-liquida;custo;frete;comissao;dias-atraso;custo-financeiro;resultado;margem;acumulado"
                                                   to csv-linha
                 write csv-linha
            end-if

            move zeroes                            to ws-resultado-acumulado
            move spaces                             to ws-id-fim-movimento
            return ws-arquivo-sort-ranking
                at end move "S"                    to ws-id-fim-movimento
            end-return
            perform until ws-fim-movimento
                 move srk-idx-cliente              to ws-idx-cliente
                 perform 2720-imprime-cliente
                 return ws-arquivo-sort-ranking
                     at end move "S"                to ws-id-fim-movimento
                 end-return
            end-perform

            perform 2790-rodape
            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio
           .
       2700-exit.
            exit.
      *>=====================================================================
       2710-cabecalho section.
       2710.
            move spaces                            to rel-linha
            string "Rentabilidade por cliente - periodo "
                   ws-periodo-mes "/" ws-periodo-ano
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Pos.  Cliente   Nome                           "
                   "Receita liquida       Resultado   Margem %  Acumulado %"
                   delimited by size into rel-linha
            write rel-linha
           .
       2710-exit.
            exit.
      *>=====================================================================
      *> Tres linhas por cliente: resultado e acumulado; a formacao da
      *> receita liquida; e o que ela consumiu alem da mercadoria.
       2720-imprime-cliente section.
       2720.
            add 1                                  to ws-qtde-ranking
            perform 2610-resultado-cliente
            add ws-resultado                       to ws-resultado-acumulado
            if   ws-receita-liquida not = zeroes
                 compute ws-margem-percentual rounded =
                         ws-resultado * 100 / ws-receita-liquida
            else
                 move zeroes                       to ws-margem-percentual
            end-if
            if   ws-total-resultado not = zeroes
                 compute ws-acumulado-percentual rounded =
                         ws-resultado-acumulado * 100 / ws-total-resultado
            else
                 move zeroes                       to ws-acumulado-percentual
            end-if
            perform 9040-nome-cliente

            move ws-receita-liquida                to ws-valor-edt-1
            move ws-resultado                      to ws-valor-edt-2
            move ws-margem-percentual              to ws-percentual-edt-1
            move ws-acumulado-percentual           to ws-percentual-edt-2
            move spaces                            to rel-linha
            string ws-qtde-ranking " " ws-cli-cd-cliente (ws-idx-cliente)
                   " " ws-ds-cliente-rel " " ws-valor-edt-1
                   " " ws-valor-edt-2 " " ws-percentual-edt-1
                   " " ws-percentual-edt-2
                   delimited by size into rel-linha
            write rel-linha

            move ws-cli-receita-bruta (ws-idx-cliente) to ws-valor-edt-1
            move ws-cli-descontos (ws-idx-cliente)     to ws-valor-edt-2
            move ws-cli-devolucoes (ws-idx-cliente)    to ws-valor-edt-3
            move ws-cli-custo (ws-idx-cliente)         to ws-valor-edt-4
            move spaces                            to rel-linha
            string "      Bruta" ws-valor-edt-1 " Desc" ws-valor-edt-2
                   " Devol" ws-valor-edt-3 " CMV" ws-valor-edt-4
                   delimited by size into rel-linha
            write rel-linha

            move ws-cli-frete (ws-idx-cliente)         to ws-valor-edt-1
            move ws-cli-comissao (ws-idx-cliente)      to ws-valor-edt-2
            move ws-cli-custo-financeiro (ws-idx-cliente)
                                                       to ws-valor-edt-3
            move spaces                            to rel-linha
            string "      Frete" ws-valor-edt-1 " Comis" ws-valor-edt-2
                   " Atraso" ws-valor-edt-3 " (" ws-cli-dias-atraso
                   (ws-idx-cliente) " dias-titulo)"
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                        to csv-linha
                 string ws-qtde-ranking ";"
                        ws-cli-cd-cliente (ws-idx-cliente) ";"
                        ws-cli-receita-bruta (ws-idx-cliente) ";"
                        ws-cli-descontos (ws-idx-cliente) ";"
                        ws-cli-devolucoes (ws-idx-cliente) ";"
                        ws-receita-liquida ";"
                        ws-cli-custo (ws-idx-cliente) ";"
                        ws-cli-frete (ws-idx-cliente) ";"
                        ws-cli-comissao (ws-idx-cliente) ";"
                        ws-cli-dias-atraso (ws-idx-cliente) ";"
                        ws-cli-custo-financeiro (ws-idx-cliente) ";"
                        ws-resultado ";" ws-margem-percentual ";"
                        ws-acumulado-percentual
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2720-exit.
            exit.
      *>=====================================================================
       2790-rodape section.
       2790.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Clientes                   : " ws-qtde-ranking
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-receita-liquida          to ws-total-edt
            move spaces                            to rel-linha
            string "Receita liquida            : " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-devolucoes               to ws-total-edt
            move spaces                            to rel-linha
            string "Devolucoes                 : " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-frete                    to ws-total-edt
            move spaces                            to rel-linha
            string "Frete de saida             : " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-custo-financeiro         to ws-total-edt
            move spaces                            to rel-linha
            string "Custo financeiro do atraso : " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-resultado                to ws-total-edt
            move spaces                            to rel-linha
            string "Resultado                  : " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linhas sem camada FIFO     : " ws-qtde-linhas-sem-camada
                   "   Camadas excedentes : " ws-qtde-camadas-excedentes
                   "   Clientes excedentes : " ws-qtde-clientes-excedentes
                   delimited by size into rel-linha
            write rel-linha
           .
       2790-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-ranking                   to ws-run-qtde-registros
            perform 9510-registra-fim-execucao
            close trace-log

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog
           .
       3000-exit.
            exit.
      *>=====================================================================
      *> Cabecalho da saida (chave ja montada em fesd-chave-1): data,
      *> cliente e percentual de comissao do vendedor; saida cancelada
      *> ou inexistente nao vale.
       9010-le-saida section.
       9010.
            move spaces                            to ws-id-saida-valida
            move zeroes                            to ws-cd-cliente-saida
                                                      ws-data-movimento
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fesd-situacao-cancelada
                 exit section
            end-if
            move "S"                               to ws-id-saida-valida
            move fesd-data-saida                   to ws-data-movimento
            move fesd-cd-cliente                   to ws-cd-cliente-saida
            if   fesd-cd-vendedor not = ws-cd-vendedor-lido
                 move fesd-cd-vendedor             to ws-cd-vendedor-lido
                 move zeroes                       to ws-percentual-comissao
                 if   fesd-cd-vendedor not = zeroes
                      initialize                   fvdd-chave-1
                      move fesd-cd-vendedor        to fvdd-cd-vendedor
                      perform 9000-ler-CSBHD043-ran
                      if   ws-operacao-ok
                           move fvdd-percentual-comissao
                                                   to ws-percentual-comissao
                      end-if
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if
           .
       9010-exit.
            exit.
      *>=====================================================================
      *> Indice do cliente na tabela, incluido na primeira ocorrencia;
      *> zero quando a tabela esta cheia.
       9020-localiza-cliente section.
       9020.
            move zeroes                            to ws-idx-cliente
            perform varying ws-idx-busca from 1 by 1
                    until ws-idx-busca > ws-qtde-clientes
                    or    ws-idx-cliente not = zeroes
                 if   ws-cli-cd-cliente (ws-idx-busca) =
                      ws-cd-cliente-procurado
                      move ws-idx-busca            to ws-idx-cliente
                 end-if
            end-perform
            if   ws-idx-cliente not = zeroes
                 exit section
            end-if
            if   ws-qtde-clientes not < c-max-clientes
                 add 1                             to ws-qtde-clientes-excedentes
                 exit section
            end-if
            add 1                                  to ws-qtde-clientes
            move ws-qtde-clientes                  to ws-idx-cliente
            initialize                             ws-cli (ws-idx-cliente)
            move ws-cd-cliente-procurado
                                       to ws-cli-cd-cliente (ws-idx-cliente)
           .
       9020-exit.
            exit.
      *>=====================================================================
      *> Custo financeiro mensal da empresa/filial do titulo (filial
      *> zero = regra da empresa), guardado para o titulo seguinte.
       9030-custo-financeiro section.
       9030.
            if   ftcr-cd-empresa = ws-param-empresa-lida
            and  ftcr-cd-filial  = ws-param-filial-lida
                 exit section
            end-if
            move ftcr-cd-empresa                   to ws-param-empresa-lida
            move ftcr-cd-filial                    to ws-param-filial-lida
            move zeroes                            to ws-percentual-custo-mes
            initialize                             fpcb-chave-1
            move ftcr-cd-empresa                   to fpcb-cd-empresa
            move ftcr-cd-filial                    to fpcb-cd-filial
            perform 9000-ler-CSBHD093-ran
            if   not ws-operacao-ok
                 move zeroes                       to fpcb-cd-filial
                 perform 9000-ler-CSBHD093-ran
            end-if
            if   ws-operacao-ok
                 move fpcb-percentual-custo-mes    to ws-percentual-custo-mes
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9030-exit.
            exit.
      *>=====================================================================
       9040-nome-cliente section.
       9040.
            move spaces                            to ws-ds-cliente-rel
            initialize                             fdcli-chave-1
            move ws-cli-cd-cliente (ws-idx-cliente) to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   ws-operacao-ok
                 move fdcli-ds-cliente             to ws-ds-cliente-rel
            else
                 move "(sem cadastro)"             to ws-ds-cliente-rel
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9040-exit.
            exit.
      *>=====================================================================
       9000-verifica-tracelog section.
       9000.
            initialize                             ws-check-file
            string lnk-dtbLog delimited by space,
                   este-programa, ".TRACELOG" into ws-filename

            call "CBL_CHECK_FILE_EXIST" using ws-filename
                                              ws-file-details
            move Return-Code                    to ws-id-tracelog-csbh02073r

            if   ws-tracelog-csbh02073r
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
            if   ws-tracelog-csbh02073r
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
       COPY CSBHL013.
       COPY CSBHL033.
       COPY CSBHL040.
       COPY CSBHL043.
       COPY CSBHL072.
       COPY CSBHL093.
       COPY CSBHL100.
