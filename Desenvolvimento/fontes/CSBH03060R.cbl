       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03060R.
      *>=====================================================================
      *> Remessa de pagamentos do contas a pagar (CNAB 240): seleciona os
      *> titulos autorizados ("Z") da empresa/filial corrente em CSBHD041
      *> com vencimento ate a data de referencia (lnk-dt-referencia;
      *> zero = hoje) e ainda nao remetidos, e emite o arquivo de layout
      *> fixo de 240 posicoes no diretorio de extracao
      *> (CSBH03060R_REMESSA_<data>.TXT), no mesmo molde da remessa de
      *> cobranca CSBH03035R. Os titulos sao ordenados pela forma de
      *> pagamento e cada forma abre um lote:
      *>   01 credito em conta (favorecido no mesmo banco da pagadora) e
      *>   41 TED - segmentos A e B, conta do credor em CSBHD089;
      *>   16 DARF e 17 GPS (INSS) - segmento N, titulos de retencao
      *>   (origem "R") com o codigo de receita e o CNPJ da empresa.
      *> Ficam fora, apontados no tracelog: credor sem conta bancaria
      *> ativa, retencao sem codigo de receita e ISS (guia municipal,
      *> paga por codigo de barras). A conta pagadora (CSBHD089 tipo
      *> "E") da o convenio e o cabecalho, e guarda o NSA do arquivo; o
      *> titulo remetido leva data e NSA da remessa e segue autorizado
      *> ate o retorno CSBH03061T.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS041.
           COPY CSBHS089.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqremessa assign to wid-arqremessa
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF041.
           COPY CSBHF089.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   arqremessa.
           01   rem-registro                       pic  x(240).

           sd   ws-arquivo-sort.
           01   srt-titulo.
                03 srt-forma                       pic x(02).
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-titulo                   pic 9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03060R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03060r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03060r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arqremessa                       pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-titulo                     pic x(01) value spaces.
              88 ws-fim-titulo                               value "S" "s".
           03 ws-data-limite                       pic 9(08) value zeroes.
           03 ws-forma-titulo                      pic x(02) value spaces.
           03 ws-forma-corrente                    pic x(02) value spaces.
           03 ws-nsa                               pic 9(06) value zeroes.
           03 ws-banco-pagador                     pic 9(03) value zeroes.
           03 ws-nome-pagador                      pic x(30) value spaces.
           03 ws-cnpj-pagador                      pic x(14) value spaces.
           03 ws-lote                              pic 9(04) value zeroes.
           03 ws-seq-lote                          pic 9(05) value zeroes.
           03 ws-qtde-registros-lote               pic 9(06) value zeroes.
           03 ws-soma-lote                         pic s9(16)v99 value zeroes.
           03 ws-qtde-registros-arquivo            pic 9(06) value zeroes.
           03 ws-qtde-titulos                      pic 9(07) value zeroes.
           03 ws-qtde-sem-conta                    pic 9(07) value zeroes.
           03 ws-qtde-fora-remessa                 pic 9(07) value zeroes.
           03 ws-total-remessa                     pic s9(13)v99 value zeroes.
           03 ws-data-pagamento                    pic 9(08) value zeroes.
           03 ws-data-aaaammdd                     pic 9(08) value zeroes.
           03 filler redefines ws-data-aaaammdd.
              05 ws-data-aaaammdd-ano              pic 9(04).
              05 ws-data-aaaammdd-mes              pic 9(02).
              05 ws-data-aaaammdd-dia              pic 9(02).
           03 ws-data-ddmmaaaa.
              05 ws-data-ddmmaaaa-dia              pic 9(02).
              05 ws-data-ddmmaaaa-mes              pic 9(02).
              05 ws-data-ddmmaaaa-ano              pic 9(04).
           03 ws-seu-numero.
              *>Identificacao do titulo devolvida pelo banco no retorno.
              05 ws-seu-cd-empresa                 pic 9(03).
              05 ws-seu-cd-filial                  pic 9(03).
              05 ws-seu-cd-titulo                  pic 9(09).
              05 filler                            pic x(05) value spaces.

      *>=====================================================================
      *> Layout CNAB 240 de pagamentos: registros de 240 posicoes,
      *> identificados pelo lote (posicoes 4-7) e pelo tipo (posicao 8).
      *> Valores em centavos, sem virgula; datas em DDMMAAAA.
       01  ws-cnab-header-arquivo.
           03 ws-hda-banco                         pic 9(03).
           03 filler                               pic x(04) value "0000".
           03 filler                               pic x(01) value "0".
           03 filler                               pic x(09) value spaces.
           03 ws-hda-tipo-inscricao                pic 9(01).
           03 ws-hda-cnpj                          pic x(14).
           03 ws-hda-convenio                      pic x(20).
           03 ws-hda-agencia                       pic 9(05).
           03 ws-hda-dv-agencia                    pic x(01).
           03 ws-hda-conta                         pic 9(12).
           03 ws-hda-dv-conta                      pic x(01).
           03 filler                               pic x(01) value spaces.
           03 ws-hda-nome-empresa                  pic x(30).
           03 ws-hda-nome-banco                    pic x(30) value spaces.
           03 filler                               pic x(10) value spaces.
           03 filler                               pic x(01) value "1".
              *>Codigo remessa.
           03 ws-hda-data-geracao                  pic 9(08).
           03 ws-hda-hora-geracao                  pic 9(06).
           03 ws-hda-nsa                           pic 9(06).
           03 filler                               pic x(03) value "089".
           03 filler                               pic x(05) value "01600".
           03 filler                               pic x(69) value spaces.

       01  ws-cnab-header-lote.
           03 ws-hdl-banco                         pic 9(03).
           03 ws-hdl-lote                          pic 9(04).
           03 filler                               pic x(01) value "1".
           03 filler                               pic x(01) value "C".
           03 ws-hdl-servico                       pic 9(02).
           03 ws-hdl-forma                         pic x(02).
           03 ws-hdl-layout                        pic x(03).
           03 filler                               pic x(01) value spaces.
           03 ws-hdl-tipo-inscricao                pic 9(01).
           03 ws-hdl-cnpj                          pic x(14).
           03 ws-hdl-convenio                      pic x(20).
           03 ws-hdl-agencia                       pic 9(05).
           03 ws-hdl-dv-agencia                    pic x(01).
           03 ws-hdl-conta                         pic 9(12).
           03 ws-hdl-dv-conta                      pic x(01).
           03 filler                               pic x(01) value spaces.
           03 ws-hdl-nome-empresa                  pic x(30).
           03 filler                               pic x(40) value spaces.
           03 ws-hdl-logradouro                    pic x(30).
           03 ws-hdl-numero                        pic 9(05).
           03 filler                               pic x(15) value spaces.
           03 ws-hdl-cidade                        pic x(20).
           03 ws-hdl-cep                           pic 9(08).
           03 ws-hdl-uf                            pic x(02).
           03 filler                               pic x(02) value "01".
           03 filler                               pic x(06) value spaces.
           03 filler                               pic x(10) value spaces.

       01  ws-cnab-segmento-a.
           03 ws-sga-banco                         pic 9(03).
           03 ws-sga-lote                          pic 9(04).
           03 filler                               pic x(01) value "3".
           03 ws-sga-seq                           pic 9(05).
           03 filler                               pic x(01) value "A".
           03 filler                               pic x(01) value "0".
           03 filler                               pic x(02) value "00".
           03 ws-sga-camara                        pic 9(03).
              *>018 TED; 000 credito em conta no proprio banco.
           03 ws-sga-banco-favorecido              pic 9(03).
           03 ws-sga-agencia                       pic 9(05).
           03 ws-sga-dv-agencia                    pic x(01).
           03 ws-sga-conta                         pic 9(12).
           03 ws-sga-dv-conta                      pic x(01).
           03 filler                               pic x(01) value spaces.
           03 ws-sga-nome-favorecido               pic x(30).
           03 ws-sga-seu-numero                    pic x(20).
           03 ws-sga-data-pagamento                pic 9(08).
           03 filler                               pic x(03) value "BRL".
           03 filler                               pic 9(15) value zeroes.
           03 ws-sga-valor                         pic 9(15).
           03 filler                               pic x(20) value spaces.
           03 filler                               pic 9(08) value zeroes.
           03 filler                               pic 9(15) value zeroes.
           03 filler                               pic x(40) value spaces.
           03 filler                               pic x(02) value spaces.
           03 ws-sga-finalidade-ted                pic x(05).
           03 filler                               pic x(02) value "CC".
           03 filler                               pic x(03) value spaces.
           03 filler                               pic 9(01) value zero.
           03 filler                               pic x(10) value spaces.

       01  ws-cnab-segmento-b.
           03 ws-sgb-banco                         pic 9(03).
           03 ws-sgb-lote                          pic 9(04).
           03 filler                               pic x(01) value "3".
           03 ws-sgb-seq                           pic 9(05).
           03 filler                               pic x(01) value "B".
           03 filler                               pic x(03) value spaces.
           03 ws-sgb-tipo-inscricao                pic 9(01).
           03 ws-sgb-cnpj-cpf                      pic x(14).
           03 ws-sgb-logradouro                    pic x(30).
           03 ws-sgb-numero                        pic 9(05).
           03 filler                               pic x(15) value spaces.
           03 filler                               pic x(15) value spaces.
           03 ws-sgb-cidade                        pic x(20).
           03 ws-sgb-cep                           pic 9(08).
           03 ws-sgb-uf                            pic x(02).
           03 ws-sgb-data-vencimento               pic 9(08).
           03 ws-sgb-valor-documento               pic 9(15).
           03 filler                               pic 9(15) value zeroes.
           03 filler                               pic 9(15) value zeroes.
           03 filler                               pic 9(15) value zeroes.
           03 filler                               pic 9(15) value zeroes.
           03 filler                               pic x(15) value spaces.
           03 filler                               pic 9(01) value zero.
           03 filler                               pic x(06) value spaces.
           03 filler                               pic x(08) value spaces.

       01  ws-cnab-segmento-n.
           03 ws-sgn-banco                         pic 9(03).
           03 ws-sgn-lote                          pic 9(04).
           03 filler                               pic x(01) value "3".
           03 ws-sgn-seq                           pic 9(05).
           03 filler                               pic x(01) value "N".
           03 filler                               pic x(01) value "0".
           03 filler                               pic x(02) value "00".
           03 ws-sgn-seu-numero                    pic x(20).
           03 filler                               pic x(20) value spaces.
           03 ws-sgn-nome-contribuinte             pic x(30).
           03 ws-sgn-data-pagamento                pic 9(08).
           03 ws-sgn-valor-total                   pic 9(15).
           03 ws-sgn-tributo                       pic x(120).
           03 ws-sgn-darf redefines ws-sgn-tributo.
              05 ws-sgn-darf-receita               pic x(06).
              05 ws-sgn-darf-tipo-inscricao        pic 9(02).
              05 ws-sgn-darf-cnpj                  pic x(14).
              05 ws-sgn-darf-periodo               pic 9(08).
              05 ws-sgn-darf-referencia            pic x(17).
              05 ws-sgn-darf-principal             pic 9(15).
              05 ws-sgn-darf-multa                 pic 9(15).
              05 ws-sgn-darf-juros                 pic 9(15).
              05 ws-sgn-darf-vencimento            pic 9(08).
              05 filler                            pic x(20).
           03 ws-sgn-gps redefines ws-sgn-tributo.
              05 ws-sgn-gps-receita                pic x(06).
              05 ws-sgn-gps-tipo-inscricao         pic 9(02).
              05 ws-sgn-gps-cnpj                   pic x(14).
              05 ws-sgn-gps-competencia            pic 9(06).
              05 ws-sgn-gps-valor                  pic 9(15).
              05 ws-sgn-gps-outras-entidades       pic 9(15).
              05 ws-sgn-gps-atualizacao            pic 9(15).
              05 filler                            pic x(47).
           03 filler                               pic x(10) value spaces.

       01  ws-cnab-trailer-lote.
           03 ws-trl-banco                         pic 9(03).
           03 ws-trl-lote                          pic 9(04).
           03 filler                               pic x(01) value "5".
           03 filler                               pic x(09) value spaces.
           03 ws-trl-qtde-registros                pic 9(06).
           03 ws-trl-soma-valores                  pic 9(18).
           03 filler                               pic 9(18) value zeroes.
           03 filler                               pic 9(06) value zeroes.
           03 filler                               pic x(165) value spaces.
           03 filler                               pic x(10) value spaces.

       01  ws-cnab-trailer-arquivo.
           03 ws-tra-banco                         pic 9(03).
           03 filler                               pic x(04) value "9999".
           03 filler                               pic x(01) value "9".
           03 filler                               pic x(09) value spaces.
           03 ws-tra-qtde-lotes                    pic 9(06).
           03 ws-tra-qtde-registros                pic 9(06).
           03 filler                               pic 9(06) value zeroes.
           03 filler                               pic x(205) value spaces.

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

            move lnk-dt-referencia                 to ws-data-limite
            if   ws-data-limite equal zeroes
                 move ws-data-inv                  to ws-data-limite
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03060R_REMESSA_" delimited by size,
                   ws-data-inv delimited by size,
                   ".TXT" delimited by size into wid-arqremessa
            string lnk-dtbPath delimited by space,
                   "/CSBH03060R.SRT" delimited by size into wid-arquivo-sort

            perform 9000-abrir-io-CSBHD041
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD089
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2050-carrega-conta-pagadora
            end-if

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-forma srt-cd-empresa
                                    srt-cd-filial srt-cd-titulo
                      input procedure  2100-seleciona-titulos
                      output procedure 2200-gera-remessa
            end-if

            close CSBHD041
            close CSBHD089

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Conta pagadora da empresa/filial: sem ela nao ha convenio nem
      *> cabecalho, e a remessa nao sai.
       2050-carrega-conta-pagadora section.
       2050.
            initialize                             fcbc-chave-1
            move "E"                               to fcbc-tipo-titular
            move lnk-cd-empresa                    to fcbc-cd-empresa
            move lnk-cd-filial                     to fcbc-cd-titular
            perform 9000-ler-CSBHD089-ran
            if   not ws-operacao-ok
            or   not fcbc-situacao-ativa
                 move "Erro - Conta pagadora (CSBHD089 tipo E) nao cadastrada ou inativa: remessa nao gerada"
                                                   to whs-mensagem
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            compute ws-nsa = fcbc-nsa-ultimo + 1
            move fcbc-cd-banco                     to ws-banco-pagador
            move fcbc-nome-titular                 to ws-nome-pagador
            move fcbc-cnpj-cpf                     to ws-cnpj-pagador

            move fcbc-cd-banco                     to ws-hda-banco
            move fcbc-tipo-inscricao               to ws-hda-tipo-inscricao
            move fcbc-cnpj-cpf                     to ws-hda-cnpj
            move fcbc-convenio                     to ws-hda-convenio
            move fcbc-agencia                      to ws-hda-agencia
            move fcbc-dv-agencia                   to ws-hda-dv-agencia
            move fcbc-conta                        to ws-hda-conta
            move fcbc-dv-conta                     to ws-hda-dv-conta
            move fcbc-nome-titular                 to ws-hda-nome-empresa
            move ws-data-inv                       to ws-data-aaaammdd
            perform 2900-converte-data
            move ws-data-ddmmaaaa                  to ws-hda-data-geracao
            move ws-horas (1:6)                    to ws-hda-hora-geracao
            move ws-nsa                            to ws-hda-nsa

            move fcbc-cd-banco                     to ws-hdl-banco
            move fcbc-tipo-inscricao               to ws-hdl-tipo-inscricao
            move fcbc-cnpj-cpf                     to ws-hdl-cnpj
            move fcbc-convenio                     to ws-hdl-convenio
            move fcbc-agencia                      to ws-hdl-agencia
            move fcbc-dv-agencia                   to ws-hdl-dv-agencia
            move fcbc-conta                        to ws-hdl-conta
            move fcbc-dv-conta                     to ws-hdl-dv-conta
            move fcbc-nome-titular                 to ws-hdl-nome-empresa
            move fcbc-logradouro                   to ws-hdl-logradouro
            move fcbc-numero                       to ws-hdl-numero
            move fcbc-cidade                       to ws-hdl-cidade
            move fcbc-cep                          to ws-hdl-cep
            move fcbc-uf                           to ws-hdl-uf

            move fcbc-cd-banco                     to ws-sga-banco
                                                      ws-sgb-banco
                                                      ws-sgn-banco
                                                      ws-trl-banco
                                                      ws-tra-banco
           .
       2050-exit.
            exit.
      *>=====================================================================
      *> Titulos autorizados, vencidos ate a data limite e ainda nao
      *> remetidos, classificados pela forma de pagamento.
       2100-seleciona-titulos section.
       2100.
            initialize                             ftcp-chave-1
            move lnk-cd-empresa                    to ftcp-cd-empresa
            move lnk-cd-filial                     to ftcp-cd-filial
            perform 9000-str-CSBHD041-gtr
            move spaces                             to ws-id-fim-titulo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-titulo
            end-if
            perform until ws-fim-titulo
                 perform 9000-ler-CSBHD041-next
                 if   not ws-operacao-ok
                 or   ftcp-cd-empresa not equal lnk-cd-empresa
                 or   ftcp-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-titulo
                 else
                      if   ftcp-situacao-autorizado
                      and  ftcp-data-remessa equal zeroes
                      and  ftcp-data-vencimento not > ws-data-limite
                           perform 2150-classifica-titulo
                           if   ws-forma-titulo not equal spaces
                                move ws-forma-titulo    to srt-forma
                                move ftcp-cd-empresa    to srt-cd-empresa
                                move ftcp-cd-filial     to srt-cd-filial
                                move ftcp-cd-titulo     to srt-cd-titulo
                                release srt-titulo
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Forma de pagamento do titulo corrente; espacos = fora da
      *> remessa (motivo no tracelog).
       2150-classifica-titulo section.
       2150.
            move spaces                            to ws-forma-titulo
            if   ftcp-origem-retencao
                 evaluate true
                     when ftcp-tributo equal "ISS"
                          add 1                    to ws-qtde-fora-remessa
                          string "Erro - Titulo " ftcp-cd-titulo
                                 " de ISS: guia municipal fora da remessa"
                                 delimited by size into ws-ds-tracelog
                          perform 9000-tracelog
                     when ftcp-cd-receita equal spaces
                          add 1                    to ws-qtde-fora-remessa
                          string "Erro - Titulo " ftcp-cd-titulo
                                 " de retencao sem codigo de receita: fora da remessa"
                                 delimited by size into ws-ds-tracelog
                          perform 9000-tracelog
                     when ftcp-tributo equal "INSS"
                          move "17"                to ws-forma-titulo
                     when other
                          move "16"                to ws-forma-titulo
                 end-evaluate
                 exit section
            end-if

            perform 2160-ler-conta-credor
            if   not ws-operacao-ok
                 add 1                             to ws-qtde-sem-conta
                 string "Erro - Titulo " ftcp-cd-titulo " credor "
                        ftcp-tipo-origem ftcp-cd-credor
                        " sem conta bancaria ativa em CSBHD089: fora da remessa"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            if   fcbc-cd-banco equal ws-banco-pagador
                 move "01"                         to ws-forma-titulo
            else
                 move "41"                         to ws-forma-titulo
            end-if
           .
       2150-exit.
            exit.
      *>=====================================================================
       2160-ler-conta-credor section.
       2160.
            initialize                             fcbc-chave-1
            move ftcp-tipo-origem                  to fcbc-tipo-titular
            move zeroes                            to fcbc-cd-empresa
            move ftcp-cd-credor                    to fcbc-cd-titular
            perform 9000-ler-CSBHD089-ran
            if   ws-operacao-ok
            and  not fcbc-situacao-ativa
                 move "23"                         to ws-resultado-acesso
            end-if
           .
       2160-exit.
            exit.
      *>=====================================================================
       2200-gera-remessa section.
       2200.
            move spaces                            to ws-id-fim-titulo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-titulo
            end-return
            if   ws-fim-titulo
                 move "Nenhum titulo autorizado a remeter: arquivo nao gerado"
                                                   to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            open output arqremessa
            move ws-cnab-header-arquivo            to rem-registro
            write rem-registro
            add 1                                  to ws-qtde-registros-arquivo

            move srt-forma                         to ws-forma-corrente
            perform 2210-abre-lote
            perform until ws-fim-titulo
                 if   srt-forma not equal ws-forma-corrente
                      perform 2240-fecha-lote
                      move srt-forma               to ws-forma-corrente
                      perform 2210-abre-lote
                 end-if
                 perform 2220-processa-titulo
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-titulo
                 end-return
            end-perform
            perform 2240-fecha-lote

            add 1                                  to ws-qtde-registros-arquivo
            move ws-lote                           to ws-tra-qtde-lotes
            move ws-qtde-registros-arquivo         to ws-tra-qtde-registros
            move ws-cnab-trailer-arquivo           to rem-registro
            write rem-registro
            close arqremessa

            perform 2250-atualiza-nsa
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-abre-lote section.
       2210.
            add 1                                  to ws-lote
            move zeroes                            to ws-seq-lote
                                                      ws-soma-lote
            move 1                                 to ws-qtde-registros-lote
            move ws-lote                           to ws-hdl-lote
            move ws-forma-corrente                 to ws-hdl-forma
            if   ws-forma-corrente equal "16"
            or   ws-forma-corrente equal "17"
                 move 22                           to ws-hdl-servico
                 move "012"                        to ws-hdl-layout
            else
                 move 20                           to ws-hdl-servico
                 move "045"                        to ws-hdl-layout
            end-if
            move ws-cnab-header-lote               to rem-registro
            write rem-registro
            add 1                                  to ws-qtde-registros-arquivo
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Titulo relido para a marca de remessa; credito em conta/TED
      *> sai em A+B, tributo em N.
       2220-processa-titulo section.
       2220.
            initialize                             ftcp-chave-1
            move srt-cd-empresa                    to ftcp-cd-empresa
            move srt-cd-filial                     to ftcp-cd-filial
            move srt-cd-titulo                     to ftcp-cd-titulo
            perform 9000-ler-CSBHD041-ran
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move ftcp-cd-empresa                   to ws-seu-cd-empresa
            move ftcp-cd-filial                    to ws-seu-cd-filial
            move ftcp-cd-titulo                    to ws-seu-cd-titulo
            move ftcp-data-vencimento              to ws-data-pagamento
            if   ws-data-pagamento < ws-data-inv
                 move ws-data-inv                  to ws-data-pagamento
            end-if

            if   ws-forma-corrente equal "16"
            or   ws-forma-corrente equal "17"
                 perform 2230-segmento-n
            else
                 perform 2160-ler-conta-credor
                 if   not ws-operacao-ok
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 perform 2225-segmento-a-b
            end-if

            add 1                                  to ws-qtde-titulos
            add ftcp-valor                         to ws-soma-lote
                                                      ws-total-remessa

            move ws-data-inv                       to ftcp-data-remessa
            move ws-nsa                            to ftcp-nsa-remessa
            move spaces                            to ftcp-ocorrencia-retorno
            move zeroes                            to ftcp-data-retorno
            move ws-ano-inv                        to ftcp-dt-atualizacao-ano
            move ws-mes-inv                        to ftcp-dt-atualizacao-mes
            move ws-dia-inv                        to ftcp-dt-atualizacao-dia
            move ws-hora                           to ftcp-hr-atualizacao-hora
            move ws-minutos                        to ftcp-hr-atualizacao-minuto
            move ws-segundos                       to ftcp-hr-atualizacao-segundo
            move este-programa                     to ftcp-job-origem
            perform 9000-regravar-CSBHD041
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2220-exit.
            exit.
      *>=====================================================================
       2225-segmento-a-b section.
       2225.
            add 1                                  to ws-seq-lote
            move ws-lote                           to ws-sga-lote
            move ws-seq-lote                       to ws-sga-seq
            if   ws-forma-corrente equal "01"
                 move zeroes                       to ws-sga-camara
                 move spaces                       to ws-sga-finalidade-ted
            else
                 move 18                           to ws-sga-camara
                 move "00010"                      to ws-sga-finalidade-ted
            end-if
            move fcbc-cd-banco                     to ws-sga-banco-favorecido
            move fcbc-agencia                      to ws-sga-agencia
            move fcbc-dv-agencia                   to ws-sga-dv-agencia
            move fcbc-conta                        to ws-sga-conta
            move fcbc-dv-conta                     to ws-sga-dv-conta
            move fcbc-nome-titular                 to ws-sga-nome-favorecido
            move ws-seu-numero                     to ws-sga-seu-numero
            move ws-data-pagamento                 to ws-data-aaaammdd
            perform 2900-converte-data
            move ws-data-ddmmaaaa                  to ws-sga-data-pagamento
            compute ws-sga-valor = ftcp-valor * 100
            move ws-cnab-segmento-a                to rem-registro
            write rem-registro

            add 1                                  to ws-seq-lote
            move ws-lote                           to ws-sgb-lote
            move ws-seq-lote                       to ws-sgb-seq
            move fcbc-tipo-inscricao               to ws-sgb-tipo-inscricao
            move fcbc-cnpj-cpf                     to ws-sgb-cnpj-cpf
            move fcbc-logradouro                   to ws-sgb-logradouro
            move fcbc-numero                       to ws-sgb-numero
            move fcbc-cidade                       to ws-sgb-cidade
            move fcbc-cep                          to ws-sgb-cep
            move fcbc-uf                           to ws-sgb-uf
            move ftcp-data-vencimento              to ws-data-aaaammdd
            perform 2900-converte-data
            move ws-data-ddmmaaaa                  to ws-sgb-data-vencimento
            compute ws-sgb-valor-documento = ftcp-valor * 100
            move ws-cnab-segmento-b                to rem-registro
            write rem-registro

            add 2                                  to ws-qtde-registros-lote
                                                      ws-qtde-registros-arquivo
           .
       2225-exit.
            exit.
      *>=====================================================================
      *> Tributo retido: contribuinte e a propria empresa (fonte
      *> pagadora); o periodo de apuracao e a emissao do titulo.
       2230-segmento-n section.
       2230.
            add 1                                  to ws-seq-lote
            move ws-lote                           to ws-sgn-lote
            move ws-seq-lote                       to ws-sgn-seq
            move ws-seu-numero                     to ws-sgn-seu-numero
            move ws-nome-pagador                   to ws-sgn-nome-contribuinte
            move ws-data-pagamento                 to ws-data-aaaammdd
            perform 2900-converte-data
            move ws-data-ddmmaaaa                  to ws-sgn-data-pagamento
            compute ws-sgn-valor-total = ftcp-valor * 100
            move spaces                            to ws-sgn-tributo
            if   ws-forma-corrente equal "16"
                 move ftcp-cd-receita              to ws-sgn-darf-receita
                 move 2                            to ws-sgn-darf-tipo-inscricao
                 move ws-cnpj-pagador              to ws-sgn-darf-cnpj
                 move ftcp-data-emissao            to ws-data-aaaammdd
                 perform 2900-converte-data
                 move ws-data-ddmmaaaa             to ws-sgn-darf-periodo
                 move spaces                       to ws-sgn-darf-referencia
                 compute ws-sgn-darf-principal = ftcp-valor * 100
                 move zeroes                       to ws-sgn-darf-multa
                                                      ws-sgn-darf-juros
                 move ftcp-data-vencimento         to ws-data-aaaammdd
                 perform 2900-converte-data
                 move ws-data-ddmmaaaa             to ws-sgn-darf-vencimento
            else
                 move ftcp-cd-receita              to ws-sgn-gps-receita
                 move 1                            to ws-sgn-gps-tipo-inscricao
                 move ws-cnpj-pagador              to ws-sgn-gps-cnpj
                 move ftcp-data-emissao            to ws-data-aaaammdd
                 perform 2900-converte-data
                 move ws-data-ddmmaaaa (3:6)       to ws-sgn-gps-competencia
                 compute ws-sgn-gps-valor = ftcp-valor * 100
                 move zeroes                       to ws-sgn-gps-outras-entidades
                                                      ws-sgn-gps-atualizacao
            end-if
            move ws-cnab-segmento-n                to rem-registro
            write rem-registro

            add 1                                  to ws-qtde-registros-lote
                                                      ws-qtde-registros-arquivo
           .
       2230-exit.
            exit.
      *>=====================================================================
       2240-fecha-lote section.
       2240.
            add 1                                  to ws-qtde-registros-lote
                                                      ws-qtde-registros-arquivo
            move ws-lote                           to ws-trl-lote
            move ws-qtde-registros-lote            to ws-trl-qtde-registros
            compute ws-trl-soma-valores = ws-soma-lote * 100
            move ws-cnab-trailer-lote              to rem-registro
            write rem-registro
           .
       2240-exit.
            exit.
      *>=====================================================================
      *> Arquivo emitido: o NSA usado fica na conta pagadora para a
      *> proxima remessa.
       2250-atualiza-nsa section.
       2250.
            initialize                             fcbc-chave-1
            move "E"                               to fcbc-tipo-titular
            move lnk-cd-empresa                    to fcbc-cd-empresa
            move lnk-cd-filial                     to fcbc-cd-titular
            perform 9000-ler-CSBHD089-ran
            if   ws-operacao-ok
                 move ws-nsa                       to fcbc-nsa-ultimo
                 move ws-ano-inv                   to fcbc-dt-atualizacao-ano
                 move ws-mes-inv                   to fcbc-dt-atualizacao-mes
                 move ws-dia-inv                   to fcbc-dt-atualizacao-dia
                 move ws-hora                      to fcbc-hr-atualizacao-hora
                 move ws-minutos                   to fcbc-hr-atualizacao-minuto
                 move ws-segundos                  to fcbc-hr-atualizacao-segundo
                 move este-programa                to fcbc-job-origem
                 perform 9000-regravar-CSBHD089
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
       2900-converte-data section.
       2900.
            move ws-data-aaaammdd-dia              to ws-data-ddmmaaaa-dia
            move ws-data-aaaammdd-mes              to ws-data-ddmmaaaa-mes
            move ws-data-aaaammdd-ano              to ws-data-ddmmaaaa-ano
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            string "Titulos remetidos: " ws-qtde-titulos
                   " - sem conta bancaria: " ws-qtde-sem-conta
                   " - fora da remessa: " ws-qtde-fora-remessa
                   " - NSA: " ws-nsa
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-titulos                   to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03060r

            if   ws-tracelog-csbh03060r
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
            if   ws-tracelog-csbh03060r
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
       COPY CSBHL033.
       COPY CSBHL041.
       COPY CSBHL089.
