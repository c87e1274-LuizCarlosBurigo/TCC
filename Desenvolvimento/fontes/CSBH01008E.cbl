       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH01008E.
      *>=====================================================================
      *> Feed de catalogo e disponibilidade para os canais on-line
      *> (portal B2B, marketplaces): para cada canal ativo da empresa
      *> (CSBHD124) grava CSBH01008E_<canal>.CSV no diretorio de
      *> extracao com os produtos ativos do cadastro mestre (CSBHD044),
      *> o EAN ativo (CSBHD051), o preco de lista vigente (CSBHD011) e
      *> o disponivel por filial. Disponivel e o saldo (CSBHD022) menos
      *> o que esta em inspecao de recebimento (CSBHD058), menos os
      *> paletes em estoque de lote bloqueado (CSBHD109/CSBHD018),
      *> menos as pendencias em aberto (CSBHD017) - produto congelado
      *> para contagem (CSBHD073) sai com zero - e, por canal, menos a
      *> margem de seguranca do canal (quantidade e/ou percentual).
      *> O consolidado por filial/produto e montado uma vez, por sort,
      *> no arquivo de trabalho CSBH01008E.DSP, e relido por canal.
      *> Modo delta (padrao): so sai o item cujo preco, disponivel ou
      *> situacao mudou desde o que o canal recebeu (CSBHD125), o item
      *> nunca publicado e o produto desativado desde o ultimo feed
      *> (com disponivel zero e situacao "I"). Com lnk-id-extracao-
      *> completa = "S" o feed e completo: todo o catalogo ativo. Em
      *> lnk-dry-run o feed e gravado mas o controle nao e atualizado.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS011.
           COPY CSBHS014.
           COPY CSBHS017.
           COPY CSBHS018.
           COPY CSBHS022.
           COPY CSBHS033.
           COPY CSBHS044.
           COPY CSBHS051.
           COPY CSBHS058.
           COPY CSBHS073.
           COPY CSBHS109.
           COPY CSBHS124.
           COPY CSBHS125.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqdisponivel assign to wid-arquivo-disponivel
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqfeed assign to wid-arquivo-feed
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF011.
           COPY CSBHF014.
           COPY CSBHF017.
           COPY CSBHF018.
           COPY CSBHF022.
           COPY CSBHF033.
           COPY CSBHF044.
           COPY CSBHF051.
           COPY CSBHF058.
           COPY CSBHF073.
           COPY CSBHF109.
           COPY CSBHF124.
           COPY CSBHF125.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   arqdisponivel.
           01   dsp-registro.
                03 dsp-cd-filial                   pic 9(03).
                03 dsp-cd-produto                  pic 9(09).
                03 dsp-qtde-disponivel             pic 9(09).

           fd   arqfeed.
           01   feed-linha                         pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-movimento.
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-produto                  pic 9(09).
                03 srt-tipo                        pic x(01).
                   88 srt-tipo-saldo                         value "S".
                   88 srt-tipo-inspecao                      value "I".
                   88 srt-tipo-bloqueado                     value "B".
                   88 srt-tipo-pendencia                     value "P".
                   88 srt-tipo-congelado                     value "C".
                03 srt-qtdade                      pic s9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH01008E".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh01008e             pic 9(03) value zeroes.
              88 ws-tracelog-csbh01008e                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-disponivel               pic x(250).
           03 wid-arquivo-feed                     pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-canais                     pic x(01) value spaces.
              88 ws-fim-canais                               value "S" "s".
           03 ws-id-fim-disponivel                 pic x(01) value spaces.
              88 ws-fim-disponivel                           value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-modo-feed                         pic x(01) value spaces.
              88 ws-feed-completo                            value "C".
              88 ws-feed-delta                               value "D".
           03 ws-data-feed                         pic 9(08) value zeroes.
           03 ws-hora-feed                         pic 9(06) value zeroes.
      *> Consolidado da filial/produto corrente (saida do sort).
           03 ws-cns-cd-filial                     pic 9(03) value zeroes.
           03 ws-cns-cd-produto                    pic 9(09) value zeroes.
           03 ws-cns-saldo                         pic s9(09) value zeroes.
           03 ws-cns-inspecao                      pic s9(09) value zeroes.
           03 ws-cns-bloqueado                     pic s9(09) value zeroes.
           03 ws-cns-pendencia                     pic s9(09) value zeroes.
           03 ws-cns-disponivel                    pic s9(09) value zeroes.
           03 ws-cns-id-congelado                  pic x(01) value spaces.
              88 ws-cns-congelado                            value "S".
      *> Item do canal corrente.
           03 ws-itm-id-ativo                      pic x(01) value spaces.
              88 ws-itm-ativo                                value "S".
           03 ws-itm-cd-ean                        pic x(14) value spaces.
           03 ws-itm-valor-preco                   pic s9(09)v99 value zeroes.
           03 ws-itm-seguranca                     pic s9(09) value zeroes.
           03 ws-itm-disponivel                    pic s9(09) value zeroes.
           03 ws-itm-id-controle                   pic x(01) value spaces.
              88 ws-itm-tem-controle                         value "S".
           03 ws-itm-id-publica                    pic x(01) value spaces.
              88 ws-itm-publica                              value "S".
           03 ws-itm-id-fim-ean                    pic x(01) value spaces.
              88 ws-itm-fim-ean                              value "S".
           03 ws-itm-preco-edt                     pic -(9)9.99.
           03 ws-itm-disponivel-edt                pic z(8)9.
      *> Filial ativa: a ultima conferida em CSBHD014 fica guardada.
           03 ws-fil-cd-filial                     pic 9(03) value zeroes.
           03 ws-fil-id-ativa                      pic x(01) value spaces.
              88 ws-fil-ativa                                value "S".
      *> Contadores.
           03 ws-qtde-itens-canal                  pic 9(07) value zeroes.
           03 ws-qtde-itens-consolidados           pic 9(09) value zeroes.
           03 ws-qtde-canais                       pic 9(05) value zeroes.
           03 ws-qtde-linhas-feed                  pic 9(09) value zeroes.
           03 ws-qtde-erros                        pic 9(09) value zeroes.

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
            move ws-data-inv                       to ws-data-feed
            accept ws-horas                        from time
            move ws-hh-mm-ss                       to ws-hora-feed
            if   lnk-extracao-completa
                 move "C"                          to ws-modo-feed
            else
                 move "D"                          to ws-modo-feed
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH01008E.SRT" delimited by size into wid-arquivo-sort
            string lnk-dtbPath delimited by space,
                   "/CSBH01008E.DSP" delimited by size into wid-arquivo-disponivel

            perform 9000-abrir-i-CSBHD011
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD014
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD017
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD018
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD051
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD058
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD073
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD109
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD124
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD125
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-filial srt-cd-produto
                      input procedure  2100-levanta-movimentos
                      output procedure 2200-consolida-disponivel
                 perform 2300-gera-feeds
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD011
            close CSBHD014
            close CSBHD017
            close CSBHD018
            close CSBHD022
            close CSBHD044
            close CSBHD051
            close CSBHD058
            close CSBHD073
            close CSBHD109
            close CSBHD124
            close CSBHD125

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Tudo o que compoe o disponivel, da empresa da execucao, vai
      *> para o sort como movimento de filial/produto - um registro por
      *> saldo, inspecao, palete bloqueado, pendencia e congelamento.
       2100-levanta-movimentos section.
       2100.
            perform 2110-levanta-saldos
            perform 2120-levanta-inspecoes
            perform 2130-levanta-bloqueados
            perform 2140-levanta-pendencias
            perform 2150-levanta-congelados
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-levanta-saldos section.
       2110.
            initialize                             fsld-chave-1
            move lnk-cd-empresa                    to fsld-cd-empresa
            perform 9000-str-CSBHD022-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD022-next
                 if   not ws-operacao-ok
                 or   fsld-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-arquivo
                 else
                      initialize                   srt-movimento
                      move fsld-cd-filial          to srt-cd-filial
                      move fsld-cd-produto         to srt-cd-produto
                      move "S"                     to srt-tipo
                      move fsld-qtde-saldo         to srt-qtdade
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Lote recebido ainda em inspecao nao pode ser vendido.
       2120-levanta-inspecoes section.
       2120.
            initialize                             fisp-chave-1
            move lnk-cd-empresa                    to fisp-cd-empresa
            perform 9000-str-CSBHD058-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD058-next
                 if   not ws-operacao-ok
                 or   fisp-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fisp-situacao-em-inspecao
                           initialize              srt-movimento
                           move fisp-cd-filial     to srt-cd-filial
                           move fisp-cd-produto    to srt-cd-produto
                           move "I"                to srt-tipo
                           move fisp-qtdade        to srt-qtdade
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
      *> Palete em estoque (nao expedido) cujo lote esta bloqueado em
      *> CSBHD018. Palete ainda sem posicao e mercadoria em inspecao,
      *> ja contada em 2120.
       2130-levanta-bloqueados section.
       2130.
            initialize                             flpn-chave-1
            move lnk-cd-empresa                    to flpn-cd-empresa
            perform 9000-str-CSBHD109-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD109-next
                 if   not ws-operacao-ok
                 or   flpn-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   flpn-situacao-estoque
                      and  flpn-cd-saida equal zeroes
                      and  flpn-lote not equal spaces
                      and  flpn-posicao not equal zeroes
                           initialize              flot-chave-1
                           move flpn-cd-produto    to flot-cd-produto
                           move flpn-lote          to flot-cd-lote
                           perform 9000-ler-CSBHD018-ran
                           if   ws-operacao-ok
                           and  flot-situacao-bloqueada
                                initialize         srt-movimento
                                move flpn-cd-filial
                                                   to srt-cd-filial
                                move flpn-cd-produto
                                                   to srt-cd-produto
                                move "B"           to srt-tipo
                                move flpn-qtdade   to srt-qtdade
                                release srt-movimento
                           end-if
                           move "00"               to ws-resultado-acesso
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2130-exit.
            exit.
      *>=====================================================================
      *> Pendencia (backorder) em aberto ja e do cliente que esperou.
       2140-levanta-pendencias section.
       2140.
            initialize                             fbpnd-chave-1
            move lnk-cd-empresa                    to fbpnd-cd-empresa
            perform 9000-str-CSBHD017-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD017-next
                 if   not ws-operacao-ok
                 or   fbpnd-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fbpnd-situacao-aberta
                           initialize              srt-movimento
                           move fbpnd-cd-filial    to srt-cd-filial
                           move fbpnd-cd-produto   to srt-cd-produto
                           move "P"                to srt-tipo
                           move fbpnd-qtdade-pendente
                                                   to srt-qtdade
                           release srt-movimento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2140-exit.
            exit.
      *>=====================================================================
       2150-levanta-congelados section.
       2150.
            initialize                             fcgl-chave-1
            move lnk-cd-empresa                    to fcgl-cd-empresa
            perform 9000-str-CSBHD073-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD073-next
                 if   not ws-operacao-ok
                 or   fcgl-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-arquivo
                 else
                      initialize                   srt-movimento
                      move fcgl-cd-filial          to srt-cd-filial
                      move fcgl-cd-produto         to srt-cd-produto
                      move "C"                     to srt-tipo
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Um registro de trabalho por filial/produto com o disponivel
      *> bruto (antes da margem do canal); negativo vale zero.
       2200-consolida-disponivel section.
       2200.
            open output arqdisponivel
            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-grupo
                      perform 2210-abre-item
                 else
                      if   srt-cd-filial not equal ws-cns-cd-filial
                      or   srt-cd-produto not equal ws-cns-cd-produto
                           perform 2220-fecha-item
                           perform 2210-abre-item
                      end-if
                 end-if
                 evaluate true
                     when srt-tipo-saldo
                          add srt-qtdade           to ws-cns-saldo
                     when srt-tipo-inspecao
                          add srt-qtdade           to ws-cns-inspecao
                     when srt-tipo-bloqueado
                          add srt-qtdade           to ws-cns-bloqueado
                     when srt-tipo-pendencia
                          add srt-qtdade           to ws-cns-pendencia
                     when srt-tipo-congelado
                          move "S"                 to ws-cns-id-congelado
                 end-evaluate
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2220-fecha-item
            end-if
            close arqdisponivel
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-abre-item section.
       2210.
            move spaces                            to ws-id-primeiro-grupo
            move srt-cd-filial                     to ws-cns-cd-filial
            move srt-cd-produto                    to ws-cns-cd-produto
            move zeroes                            to ws-cns-saldo
                                                      ws-cns-inspecao
                                                      ws-cns-bloqueado
                                                      ws-cns-pendencia
            move spaces                            to ws-cns-id-congelado
           .
       2210-exit.
            exit.
      *>=====================================================================
       2220-fecha-item section.
       2220.
            compute ws-cns-disponivel = ws-cns-saldo
                                      - ws-cns-inspecao
                                      - ws-cns-bloqueado
                                      - ws-cns-pendencia
            if   ws-cns-disponivel < zeroes
            or   ws-cns-congelado
                 move zeroes                       to ws-cns-disponivel
            end-if
            move ws-cns-cd-filial                  to dsp-cd-filial
            move ws-cns-cd-produto                 to dsp-cd-produto
            move ws-cns-disponivel                 to dsp-qtde-disponivel
            write dsp-registro
            add 1                                  to ws-qtde-itens-consolidados
           .
       2220-exit.
            exit.
      *>=====================================================================
       2300-gera-feeds section.
       2300.
            initialize                             fcan-chave-1
            move lnk-cd-empresa                    to fcan-cd-empresa
            perform 9000-str-CSBHD124-gtr
            move spaces                             to ws-id-fim-canais
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-canais
            end-if
            perform until ws-fim-canais
                 perform 9000-ler-CSBHD124-next
                 if   not ws-operacao-ok
                 or   fcan-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-canais
                 else
                      if   fcan-situacao-ativa
                           perform 2400-gera-feed-canal
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-qtde-canais equal zeroes
                 move "Nenhum canal ativo em CSBHD124"
                                                   to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Feed do canal corrente: relê o consolidado, aplica a margem do
      *> canal e publica pelo modo da execucao; no fim, o registro do
      *> canal guarda o feed gerado (o posicionamento de CSBHD124 se
      *> mantem, a regravacao e do registro corrente).
       2400-gera-feed-canal section.
       2400.
            add 1                                  to ws-qtde-canais
            move zeroes                            to ws-qtde-itens-canal
            move zeroes                            to ws-fil-cd-filial
            move spaces                            to ws-fil-id-ativa
            move spaces                            to wid-arquivo-feed
            string lnk-extractionPath delimited by space,
                   "/CSBH01008E_" delimited by size,
                   fcan-cd-canal delimited by space,
                   ".CSV" delimited by size into wid-arquivo-feed
            open output arqfeed
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size,
                        wid-arquivo-feed delimited by space,
                        "] erro de abertura - status: ", ws-status
                                                   into ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move spaces                            to feed-linha
            move "canal;filial;produto;ean;descricao;unidade;preco;disponivel;situacao"
                                                   to feed-linha
            write feed-linha

            open input arqdisponivel
            move spaces                             to ws-id-fim-disponivel
            read arqdisponivel
                 at end move "S"                   to ws-id-fim-disponivel
            end-read
            perform until ws-fim-disponivel
                 if   fcan-cd-filial equal zeroes
                 or   fcan-cd-filial equal dsp-cd-filial
                      perform 2410-confere-filial
                      if   ws-fil-ativa
                           perform 2420-avalia-item
                      end-if
                 end-if
                 read arqdisponivel
                      at end move "S"              to ws-id-fim-disponivel
                 end-read
            end-perform
            close arqdisponivel
            close arqfeed
            move "00"                              to ws-resultado-acesso

            if   not lnk-dry-run
                 move ws-data-feed                 to fcan-data-ultimo-feed
                 move ws-hora-feed                 to fcan-hora-ultimo-feed
                 move ws-modo-feed                 to fcan-modo-ultimo-feed
                 move ws-qtde-itens-canal          to fcan-qtde-ultimo-feed
                 move ws-ano-inv                   to fcan-dt-atualizacao-ano
                 move ws-mes-inv                   to fcan-dt-atualizacao-mes
                 move ws-dia-inv                   to fcan-dt-atualizacao-dia
                 move ws-hora-feed (1:2)           to fcan-hr-atualizacao-hora
                 move ws-hora-feed (3:2)           to fcan-hr-atualizacao-minuto
                 move ws-hora-feed (5:2)           to fcan-hr-atualizacao-segundo
                 move este-programa                to fcan-job-origem
                 perform 9000-regravar-CSBHD124
                 if   not ws-operacao-ok
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      add 1                        to ws-qtde-erros
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if

            move spaces                            to ws-ds-tracelog
            string "Canal " fcan-cd-canal " - feed "
                   ws-modo-feed " - " ws-qtde-itens-canal " itens"
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Filial do consolidado ativa em CSBHD014 (a chave de la tem a
      *> filial com 4 posicoes).
       2410-confere-filial section.
       2410.
            if   dsp-cd-filial equal ws-fil-cd-filial
                 exit section
            end-if
            move dsp-cd-filial                     to ws-fil-cd-filial
            move spaces                            to ws-fil-id-ativa
            initialize                             fdepf-chave-1
            move lnk-cd-empresa                    to fdepf-cd-empresa
            move dsp-cd-filial                     to fdepf-cd-filial
            perform 9000-ler-CSBHD014-ran
            if   ws-operacao-ok
            and  not fdepf-situacao-inativa
                 move "S"                          to ws-fil-id-ativa
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Item do consolidado no canal: situacao no catalogo, preco,
      *> EAN, disponivel liquido da margem e a comparacao com o que o
      *> canal recebeu por ultimo.
       2420-avalia-item section.
       2420.
            initialize                             fprd-chave-1
            move dsp-cd-produto                    to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move spaces                            to ws-itm-id-ativo
            if   fprd-situacao-ativa
                 move "S"                          to ws-itm-id-ativo
            end-if

            initialize                             fcfd-chave-1
            move fcan-cd-empresa                   to fcfd-cd-empresa
            move fcan-cd-canal                     to fcfd-cd-canal
            move dsp-cd-filial                     to fcfd-cd-filial
            move dsp-cd-produto                    to fcfd-cd-produto
            perform 9000-ler-CSBHD125-ran
            move spaces                            to ws-itm-id-controle
            if   ws-operacao-ok
                 move "S"                          to ws-itm-id-controle
            end-if
            move "00"                              to ws-resultado-acesso

      *> Produto inativo so sai para avisar o canal que ainda o tem
      *> publicado como ativo.
            if   not ws-itm-ativo
                 if   not ws-itm-tem-controle
                 or   fcfd-id-ativo not equal "S"
                      exit section
                 end-if
            end-if

            perform 2430-preco-vigente
            perform 2440-ean-ativo
            move zeroes                            to ws-itm-disponivel
            if   ws-itm-ativo
                 compute ws-itm-seguranca rounded =
                         fcan-qtde-seguranca
                       + (dsp-qtde-disponivel * fcan-percentual-seguranca / 100)
                 compute ws-itm-disponivel =
                         dsp-qtde-disponivel - ws-itm-seguranca
                 if   ws-itm-disponivel < zeroes
                      move zeroes                  to ws-itm-disponivel
                 end-if
            end-if

            move spaces                            to ws-itm-id-publica
            if   ws-feed-completo
            or   not ws-itm-tem-controle
                 move "S"                          to ws-itm-id-publica
            else
                 if   fcfd-valor-preco     not equal ws-itm-valor-preco
                 or   fcfd-qtde-disponivel not equal ws-itm-disponivel
                 or   fcfd-id-ativo        not equal ws-itm-id-ativo
                      move "S"                     to ws-itm-id-publica
                 end-if
            end-if
            if   not ws-itm-publica
                 exit section
            end-if

            perform 2450-grava-linha-feed
            if   not lnk-dry-run
                 perform 2460-grava-controle
            end-if
           .
       2420-exit.
            exit.
      *>=====================================================================
      *> Preco de lista vigente na data do feed: a ultima vigencia nao
      *> posterior a hoje (sem preco vigente o item sai com zero).
       2430-preco-vigente section.
       2430.
            move zeroes                            to ws-itm-valor-preco
            initialize                             fdprc-chave-1
            move dsp-cd-produto                    to fdprc-cd-produto
            move ws-data-feed                      to fdprc-dt-vigencia
            perform 9000-str-CSBHD011-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD011-next
            end-if
            if   ws-operacao-ok
            and  fdprc-cd-produto equal dsp-cd-produto
                 move fdprc-valor                  to ws-itm-valor-preco
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2430-exit.
            exit.
      *>=====================================================================
      *> Primeiro EAN ativo do produto (chave alternada por produto).
       2440-ean-ativo section.
       2440.
            move spaces                            to ws-itm-cd-ean
            initialize                             fean-chave-2
            move dsp-cd-produto                    to fean-cd-produto
            perform 9000-str-CSBHD051-eql-2
            move spaces                            to ws-itm-id-fim-ean
            if   not ws-operacao-ok
                 move "S"                          to ws-itm-id-fim-ean
            end-if
            perform until ws-itm-fim-ean
                 perform 9000-ler-CSBHD051-next
                 if   not ws-operacao-ok
                 or   fean-cd-produto not equal dsp-cd-produto
                      move "S"                     to ws-itm-id-fim-ean
                 else
                      if   fean-situacao-ativa
                           move fean-cd-ean        to ws-itm-cd-ean
                           move "S"                to ws-itm-id-fim-ean
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2440-exit.
            exit.
      *>=====================================================================
       2450-grava-linha-feed section.
       2450.
            move ws-itm-valor-preco                to ws-itm-preco-edt
            move ws-itm-disponivel                 to ws-itm-disponivel-edt
            move spaces                            to feed-linha
            string fcan-cd-canal delimited by space, ";",
                   dsp-cd-filial ";"
                   dsp-cd-produto ";" delimited by size,
                   ws-itm-cd-ean delimited by space, ";",
                   fprd-ds-produto delimited by "  ", ";",
                   fprd-unidade-medida delimited by space, ";",
                   ws-itm-preco-edt ";"
                   ws-itm-disponivel-edt ";" delimited by size
                   into feed-linha
            if   ws-itm-ativo
                 string feed-linha delimited by "  ", "A"
                        delimited by size into feed-linha
            else
                 string feed-linha delimited by "  ", "I"
                        delimited by size into feed-linha
            end-if
            write feed-linha
            add 1                                  to ws-qtde-itens-canal
            add 1                                  to ws-qtde-linhas-feed
           .
       2450-exit.
            exit.
      *>=====================================================================
      *> O controle guarda o que foi publicado - base do proximo delta.
       2460-grava-controle section.
       2460.
            move fcan-cd-empresa                   to fcfd-cd-empresa
            move fcan-cd-canal                     to fcfd-cd-canal
            move dsp-cd-filial                     to fcfd-cd-filial
            move dsp-cd-produto                    to fcfd-cd-produto
            move ws-itm-valor-preco                to fcfd-valor-preco
            move ws-itm-disponivel                 to fcfd-qtde-disponivel
            move ws-itm-id-ativo                   to fcfd-id-ativo
            move ws-data-feed                      to fcfd-data-envio
            move ws-hora-feed                      to fcfd-hora-envio
            move ws-ano-inv                        to fcfd-dt-atualizacao-ano
            move ws-mes-inv                        to fcfd-dt-atualizacao-mes
            move ws-dia-inv                        to fcfd-dt-atualizacao-dia
            move ws-hora-feed (1:2)                to fcfd-hr-atualizacao-hora
            move ws-hora-feed (3:2)                to fcfd-hr-atualizacao-minuto
            move ws-hora-feed (5:2)                to fcfd-hr-atualizacao-segundo
            move este-programa                     to fcfd-job-origem
            if   ws-itm-tem-controle
                 perform 9000-regravar-CSBHD125
            else
                 perform 9000-gravar-CSBHD125
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 add 1                             to ws-qtde-erros
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2460-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-linhas-feed               to ws-run-qtde-registros
            if   ws-qtde-erros > zeroes
            and  ws-run-id-falha not equal "S"
                 move "Feed com erros de gravacao - ver tracelog"
                                                   to ws-run-ds-status
            end-if
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
            move Return-Code                    to ws-id-tracelog-csbh01008e

            if   ws-tracelog-csbh01008e
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
            if   ws-tracelog-csbh01008e
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
       COPY CSBHL011.
       COPY CSBHL014.
       COPY CSBHL017.
       COPY CSBHL018.
       COPY CSBHL022.
       COPY CSBHL033.
       COPY CSBHL044.
       COPY CSBHL051.
       COPY CSBHL058.
       COPY CSBHL073.
       COPY CSBHL109.
       COPY CSBHL124.
       COPY CSBHL125.
