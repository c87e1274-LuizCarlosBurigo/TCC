       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03082G.
      *>=====================================================================
      *> Requisicao de compra automatica: a mesma conta da sugestao de
      *> reposicao (CSBH02024R), agora gravada direto como requisicao
      *> pendente em CSBHD053 em vez de redigitada pelo comprador no
      *> CSV de requisicao. Para cada produto/filial de CSBHD020:
      *>  - posicao = saldo persistente (CSBHD022) + quantidade em
      *>    pedido de compra aberto (CSBHD019, fora drop-ship);
      *>  - posicao no ponto de reposicao ou abaixo, sem requisicao em
      *>    aberto para o produto (pendente, ou aprovada ainda sem linha
      *>    de pedido que a cite), gera requisicao de maximo - posicao,
      *>    arredondada para cima no multiplo de compra de CSBHD020;
      *>  - fornecedor preferido: o da ultima cotacao vencedora
      *>    (CSBHD052) e, sem cotacao, o da ultima Entrada do produto na
      *>    filial;
      *>  - valor estimado pelo ultimo custo: a ultima linha de pedido
      *>    de compra do produto, depois o preco da cotacao vencedora e,
      *>    por fim, o custo medio (CSBHD081).
      *> A requisicao segue o caminho normal da aprovacao CSBH03033A;
      *> durante a geracao CSBHD053 fica declarado no semaforo. O
      *> relatorio lista as requisicoes geradas e os produtos que
      *> pediam reposicao mas ja tinham requisicao em aberto.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS019.
           COPY CSBHS020.
           COPY CSBHS022.
           COPY CSBHS033.
           COPY CSBHS034.
           COPY CSBHS052.
           COPY CSBHS053.
           COPY CSBHS081.
           COPY CSBHS127.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqcobertura assign to wid-arqcobertura
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF019.
           COPY CSBHF020.
           COPY CSBHF022.
           COPY CSBHF033.
           COPY CSBHF034.
           COPY CSBHF052.
           COPY CSBHF053.
           COPY CSBHF081.
           COPY CSBHF127.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *> Por produto/filial, na ordem da chave de CSBHD020: fornecedor
      *> da ultima Entrada e se ja ha requisicao em aberto.
           fd   arqcobertura.
           01   cob-registro.
                03 cob-chave.
                   05 cob-cd-empresa               pic 9(03).
                   05 cob-cd-filial                pic 9(03).
                   05 cob-cd-produto               pic 9(09).
                03 cob-cd-fornecedor               pic 9(09).
                03 cob-id-requisicao-aberta        pic x(01).
                   88 cob-requisicao-aberta                  value "S".

           sd   ws-arquivo-sort.
           01   srt-movimento.
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-produto                  pic 9(09).
                03 srt-data                        pic 9(08).
                03 srt-tipo                        pic x(01).
                   88 srt-tipo-entrada                       value "E".
                   88 srt-tipo-requisicao                    value "R".
                03 srt-cd-fornecedor               pic 9(09).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03082G".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03082g             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03082g                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arqcobertura                     pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-id-pedido-localizado              pic x(01) value spaces.
              88 ws-pedido-localizado                        value "S" "s".
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
           03 ws-grp-id-requisicao-aberta          pic x(01) value spaces.
           03 ws-cob-cd-fornecedor                 pic 9(09) value zeroes.
           03 ws-cob-id-requisicao-aberta          pic x(01) value spaces.
              88 ws-cob-requisicao-aberta                    value "S".
           03 ws-saldo                             pic s9(09) value zeroes.
           03 ws-qtde-em-pedido                    pic 9(09) value zeroes.
           03 ws-posicao                           pic s9(11) value zeroes.
           03 ws-qtde-necessaria                   pic s9(11) value zeroes.
           03 ws-qtde-requisitar                   pic 9(09) value zeroes.
           03 ws-qtde-embalagens                   pic 9(09) value zeroes.
           03 ws-data-ultimo-pedido                pic 9(08) value zeroes.
           03 ws-data-pedido-num                   pic 9(08) value zeroes.
           03 ws-data-cotacao                      pic 9(08) value zeroes.
           03 ws-custo-ultimo-pedido               pic s9(09)v9(04) value zeroes.
           03 ws-custo-cotacao                     pic s9(09)v99 value zeroes.
           03 ws-custo-unitario                    pic s9(09)v9(04) value zeroes.
           03 ws-cd-fornecedor-preferido           pic 9(09) value zeroes.
           03 ws-proxima-requisicao                pic 9(09) value zeroes.
           03 ws-valor-estimado                    pic s9(09)v99 value zeroes.
           03 ws-total-estimado                    pic s9(13)v99 value zeroes.
           03 ws-qtde-parametros                   pic 9(09) value zeroes.
           03 ws-qtde-requisicoes                  pic 9(09) value zeroes.
           03 ws-qtde-ja-requisitados              pic 9(09) value zeroes.
           03 ws-saldo-edt                         pic -(9).
           03 ws-pedido-edt                        pic z(8)9.
           03 ws-ponto-edt                         pic z(8)9.
           03 ws-qtde-edt                          pic z(8)9.
           03 ws-valor-edt                         pic -(9)9,99.
           03 ws-total-edt                         pic -(13)9,99.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0024.
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
                   "/CSBH03082G.SRT" delimited by size into wid-arquivo-sort
            string lnk-dtbPath delimited by space,
                   "/CSBH03082G.COB" delimited by size into wid-arqcobertura
            string lnk-extractionPath delimited by space,
                   "/CSBH03082G.REL" delimited by size into wid-arquivo-relatorio

      *> Requisicao online (aprovacao) espera o fim da geracao.
            move "CSBHD053"                        to ws-sem-arquivo
            move "E"                               to ws-sem-modo
            perform 9600-declara-semaforo
            if   ws-sem-conflito
                 move "Erro - CSBHD053 em uso exclusivo por outro programa"
                                                   to ws-ds-tracelog
                 perform 9000-tracelog
                 move "S"                          to ws-run-id-falha
                 move "CSBHD053 em uso"            to ws-run-ds-status
                 exit section
            end-if

            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD019
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD020
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD052
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD053
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD081
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                      ascending key srt-cd-empresa srt-cd-filial
                                    srt-cd-produto srt-data
                      input procedure  2100-libera-cobertura
                      output procedure 2200-grava-cobertura
                 perform 2300-gera-requisicoes
            else
                 move "S"                          to ws-run-id-falha
                 move "Falha na abertura dos arquivos"
                                                   to ws-run-ds-status
            end-if

            close CSBHD007
            close CSBHD008
            close CSBHD019
            close CSBHD020
            close CSBHD022
            close CSBHD052
            close CSBHD053
            close CSBHD081

            move "CSBHD053"                        to ws-sem-arquivo
            perform 9610-libera-semaforo

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Duas origens na mesma ordenacao: os itens de Entrada com
      *> fornecedor (tipo "E", pela data - a ultima fica por ultimo) e
      *> as requisicoes em aberto (tipo "R").
       2100-libera-cobertura section.
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
                           perform 2110-libera-itens-entrada
                      end-if
                 end-if
            end-perform

            move low-values                        to frqc-chave-1
            perform 9000-str-CSBHD053-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD053-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      evaluate true
                          when frqc-situacao-pendente
                               perform 2130-libera-requisicao
                          when frqc-situacao-aprovada
                               perform 2120-verifica-pedido-requisicao
                               if   not ws-pedido-localizado
                                    perform 2130-libera-requisicao
                               end-if
                      end-evaluate
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-libera-itens-entrada section.
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
                      move ws-gu-data-entrada       to srt-data
                      move "E"                      to srt-tipo
                      move ws-gu-cd-fornecedor      to srt-cd-fornecedor
                      release srt-movimento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Requisicao aprovada ja virou pedido quando alguma linha de
      *> CSBHD019 do produto, na mesma filial, a cita.
       2120-verifica-pedido-requisicao section.
       2120.
            move spaces                            to ws-id-pedido-localizado
            initialize                             fpdc-pedido-compra
            move frqc-cd-produto                   to fpdc-cd-produto
            perform 9000-str-CSBHD019-eql-2
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                       or ws-pedido-localizado
                 perform 9000-ler-CSBHD019-next
                 if   not ws-operacao-ok
                 or   fpdc-cd-produto not equal frqc-cd-produto
                      move "S"                     to ws-id-fim-itens
                 else
                      if   fpdc-cd-empresa    equal frqc-cd-empresa
                      and  fpdc-cd-filial     equal frqc-cd-filial
                      and  fpdc-cd-requisicao equal frqc-cd-requisicao
                           move "S"                to ws-id-pedido-localizado
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
       2130-libera-requisicao section.
       2130.
            move frqc-cd-empresa                   to srt-cd-empresa
            move frqc-cd-filial                    to srt-cd-filial
            move frqc-cd-produto                   to srt-cd-produto
            move zeroes                            to srt-data
            move "R"                               to srt-tipo
            move frqc-cd-fornecedor                to srt-cd-fornecedor
            release srt-movimento
           .
       2130-exit.
            exit.
      *>=====================================================================
      *> Uma linha por produto/filial: fornecedor da Entrada mais
      *> recente e marca de requisicao em aberto.
       2200-grava-cobertura section.
       2200.
            open output arqcobertura
            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-grupo
                      perform 2205-inicia-grupo
                      move spaces                   to ws-id-primeiro-grupo
                 else
                      if   srt-cd-empresa not equal ws-grp-cd-empresa
                      or   srt-cd-filial  not equal ws-grp-cd-filial
                      or   srt-cd-produto not equal ws-grp-cd-produto
                           perform 2210-grava-grupo
                           perform 2205-inicia-grupo
                      end-if
                 end-if
                 if   srt-tipo-entrada
                      move srt-cd-fornecedor        to ws-grp-cd-fornecedor
                 else
                      move "S"                      to ws-grp-id-requisicao-aberta
                 end-if
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2210-grava-grupo
            end-if
            close arqcobertura
           .
       2200-exit.
            exit.
      *>=====================================================================
       2205-inicia-grupo section.
       2205.
            move srt-cd-empresa                    to ws-grp-cd-empresa
            move srt-cd-filial                     to ws-grp-cd-filial
            move srt-cd-produto                    to ws-grp-cd-produto
            move zeroes                            to ws-grp-cd-fornecedor
            move spaces                            to ws-grp-id-requisicao-aberta
           .
       2205-exit.
            exit.
      *>=====================================================================
       2210-grava-grupo section.
       2210.
            move ws-grp-cd-empresa                 to cob-cd-empresa
            move ws-grp-cd-filial                  to cob-cd-filial
            move ws-grp-cd-produto                 to cob-cd-produto
            move ws-grp-cd-fornecedor              to cob-cd-fornecedor
            move ws-grp-id-requisicao-aberta       to cob-id-requisicao-aberta
            write cob-registro
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Percorre os parametros de estoque casando, pela chave, com a
      *> cobertura apurada no passo anterior.
       2300-gera-requisicoes section.
       2300.
            open output relatorio
            move spaces                            to rel-linha
            string "Requisicao de compra automatica - " ws-data-inv
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Filial Produto       Saldo  Em pedido      Ponto"
                   " Requisitado Fornecedor       Valor est.  Requisicao"
                   delimited by size into rel-linha
            write rel-linha

            open input arqcobertura
            perform 2305-le-cobertura

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
                      perform 2310-avalia-produto
                 end-if
            end-perform
            close arqcobertura
            move "00"                              to ws-resultado-acesso

            perform 2500-imprime-resumo
            close relatorio
           .
       2300-exit.
            exit.
      *>=====================================================================
       2305-le-cobertura section.
       2305.
            read arqcobertura
            if   not ws-operacao-ok
                 move high-values                  to cob-chave
            end-if
           .
       2305-exit.
            exit.
      *>=====================================================================
       2310-avalia-produto section.
       2310.
            add 1                                  to ws-qtde-parametros

            perform until cob-chave not less fpar-chave-1
                 perform 2305-le-cobertura
            end-perform
            move zeroes                            to ws-cob-cd-fornecedor
            move spaces                            to ws-cob-id-requisicao-aberta
            if   cob-chave equal fpar-chave-1
                 move cob-cd-fornecedor            to ws-cob-cd-fornecedor
                 move cob-id-requisicao-aberta     to ws-cob-id-requisicao-aberta
            end-if

            perform 2320-apura-saldo
            perform 2330-apura-pedidos
            compute ws-posicao = ws-saldo + ws-qtde-em-pedido
            if   ws-posicao > fpar-ponto-reposicao
                 exit section
            end-if
            compute ws-qtde-necessaria = fpar-qtde-maxima - ws-posicao
            if   ws-qtde-necessaria not greater zeroes
                 exit section
            end-if

            if   ws-cob-requisicao-aberta
                 add 1                             to ws-qtde-ja-requisitados
                 move ws-saldo                     to ws-saldo-edt
                 move ws-qtde-em-pedido            to ws-pedido-edt
                 move fpar-ponto-reposicao         to ws-ponto-edt
                 move spaces                       to rel-linha
                 string fpar-cd-filial "    " fpar-cd-produto " "
                        ws-saldo-edt " " ws-pedido-edt " " ws-ponto-edt
                        "   ja ha requisicao em aberto"
                        delimited by size into rel-linha
                 write rel-linha
                 exit section
            end-if

            move ws-qtde-necessaria                to ws-qtde-requisitar
            if   fpar-qtde-multiplo-compra > 1
                 compute ws-qtde-embalagens =
                         (ws-qtde-requisitar + fpar-qtde-multiplo-compra - 1)
                       / fpar-qtde-multiplo-compra
                 compute ws-qtde-requisitar =
                         ws-qtde-embalagens * fpar-qtde-multiplo-compra
            end-if

            perform 2340-apura-cotacao
            if   ws-cd-fornecedor-preferido equal zeroes
                 move ws-cob-cd-fornecedor         to ws-cd-fornecedor-preferido
            end-if
            evaluate true
                when ws-custo-ultimo-pedido > zeroes
                     move ws-custo-ultimo-pedido   to ws-custo-unitario
                when ws-custo-cotacao > zeroes
                     move ws-custo-cotacao         to ws-custo-unitario
                when other
                     perform 2350-apura-custo-medio
            end-evaluate
            compute ws-valor-estimado rounded =
                    ws-qtde-requisitar * ws-custo-unitario

            perform 2360-grava-requisicao
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-apura-saldo section.
       2320.
            move zeroes                            to ws-saldo
            initialize                             fsld-chave-1
            move fpar-cd-empresa                   to fsld-cd-empresa
            move fpar-cd-filial                    to fsld-cd-filial
            move fpar-cd-produto                   to fsld-cd-produto
            perform 9000-ler-CSBHD022-ran
            if   ws-operacao-ok
                 move fsld-qtde-saldo              to ws-saldo
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2320-exit.
            exit.
      *>=====================================================================
      *> Quantidade em pedido aberto (drop-ship nao entra no estoque) e
      *> custo unitario da linha de pedido mais recente, nao cancelada.
       2330-apura-pedidos section.
       2330.
            move zeroes                            to ws-qtde-em-pedido
            move zeroes                            to ws-data-ultimo-pedido
            move zeroes                            to ws-custo-ultimo-pedido
            initialize                             fpdc-pedido-compra
            move fpar-cd-produto                   to fpdc-cd-produto
            perform 9000-str-CSBHD019-eql-2
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD019-next
                 if   not ws-operacao-ok
                 or   fpdc-cd-produto not equal fpar-cd-produto
                      move "S"                     to ws-id-fim-itens
                 else
                      if   fpdc-cd-empresa equal fpar-cd-empresa
                      and  fpdc-cd-filial  equal fpar-cd-filial
                           perform 2335-avalia-linha-pedido
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2330-exit.
            exit.
      *>=====================================================================
       2335-avalia-linha-pedido section.
       2335.
            if   fpdc-situacao-aberta
            and  not fpdc-drop-ship
                 add fpdc-qtdade                   to ws-qtde-em-pedido
            end-if
            move fpdc-data-pedido                  to ws-data-pedido-num
            if   not fpdc-situacao-cancelada
            and  fpdc-qtdade > zeroes
            and  ws-data-pedido-num not less ws-data-ultimo-pedido
                 move ws-data-pedido-num           to ws-data-ultimo-pedido
                 compute ws-custo-ultimo-pedido rounded =
                         fpdc-valor / fpdc-qtdade
            end-if
           .
       2335-exit.
            exit.
      *>=====================================================================
      *> Ultima cotacao vencedora do produto na filial: fornecedor
      *> preferido e preco cotado.
       2340-apura-cotacao section.
       2340.
            move zeroes                            to ws-cd-fornecedor-preferido
            move zeroes                            to ws-custo-cotacao
            move zeroes                            to ws-data-cotacao
            initialize                             fcot-cotacao
            move fpar-cd-produto                   to fcot-cd-produto
            perform 9000-str-CSBHD052-eql-2
            move spaces                             to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD052-next
                 if   not ws-operacao-ok
                 or   fcot-cd-produto not equal fpar-cd-produto
                      move "S"                     to ws-id-fim-itens
                 else
                      if   fcot-cd-empresa equal fpar-cd-empresa
                      and  fcot-cd-filial  equal fpar-cd-filial
                      and  fcot-situacao-vencedora
                      and  fcot-data-cotacao not less ws-data-cotacao
                           move fcot-data-cotacao   to ws-data-cotacao
                           move fcot-cd-fornecedor  to ws-cd-fornecedor-preferido
                           move fcot-valor-unitario to ws-custo-cotacao
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2340-exit.
            exit.
      *>=====================================================================
       2350-apura-custo-medio section.
       2350.
            move zeroes                            to ws-custo-unitario
            initialize                             fcmd-chave-1
            move fpar-cd-empresa                   to fcmd-cd-empresa
            move fpar-cd-filial                    to fcmd-cd-filial
            move fpar-cd-produto                   to fcmd-cd-produto
            perform 9000-ler-CSBHD081-ran
            if   ws-operacao-ok
                 move fcmd-custo-medio             to ws-custo-unitario
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2350-exit.
            exit.
      *>=====================================================================
      *> Proximo numero de requisicao da filial: a maior ja usada mais
      *> um; a requisicao nasce pendente, como a do CSV.
       2360-grava-requisicao section.
       2360.
            move 1                                 to ws-proxima-requisicao
            initialize                             frqc-chave-1
            move fpar-cd-empresa                   to frqc-cd-empresa
            move fpar-cd-filial                    to frqc-cd-filial
            move 999999999                         to frqc-cd-requisicao
            perform 9000-str-CSBHD053-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD053-pre
                 if   ws-operacao-ok
                 and  frqc-cd-empresa equal fpar-cd-empresa
                 and  frqc-cd-filial  equal fpar-cd-filial
                      compute ws-proxima-requisicao =
                              frqc-cd-requisicao + 1
                 end-if
            end-if

            initialize                             frqc-requisicao-compra
            move fpar-cd-empresa                   to frqc-cd-empresa
            move fpar-cd-filial                    to frqc-cd-filial
            move ws-proxima-requisicao             to frqc-cd-requisicao
            move fpar-cd-produto                   to frqc-cd-produto
            move ws-qtde-requisitar                to frqc-qtdade
            move ws-valor-estimado                 to frqc-valor-estimado
            move lnk-cd-operador                   to frqc-cd-solicitante
            move ws-saldo                          to ws-saldo-edt
            move ws-qtde-em-pedido                 to ws-pedido-edt
            move fpar-ponto-reposicao              to ws-ponto-edt
            string "Reposicao automatica: saldo" ws-saldo-edt
                   " pedido" ws-pedido-edt " ponto" ws-ponto-edt
                   delimited by size into frqc-justificativa
            move "P"                               to frqc-situacao
            move spaces                            to frqc-cd-aprovador
            move zeroes                            to frqc-data-aprovacao
            move ws-cd-fornecedor-preferido        to frqc-cd-fornecedor
            move "A"                               to frqc-id-origem
            move ws-ano-inv                        to frqc-dt-atualizacao-ano
            move ws-mes-inv                        to frqc-dt-atualizacao-mes
            move ws-dia-inv                        to frqc-dt-atualizacao-dia
            move ws-hora                           to frqc-hr-atualizacao-hora
            move ws-minutos                        to frqc-hr-atualizacao-minuto
            move ws-segundos                       to frqc-hr-atualizacao-segundo
            move este-programa                     to frqc-job-origem
            perform 9000-gravar-CSBHD053
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

      *> Trilha de segregacao: quem gerou a requisicao (RQCI) nao a
      *> aprova no CSBH03033A quando o par esta em CSBHD128.
            move "RQCI"                            to ws-atv-cd-atividade
            initialize                             ws-atv-documento
            move frqc-cd-empresa                   to ws-atv-doc-cd-empresa
            move frqc-cd-filial                    to ws-atv-doc-cd-filial
            move frqc-cd-requisicao                to ws-atv-doc-numero
            move lnk-cd-operador                   to ws-atv-cd-operador
            perform 9850-registra-atividade

            add 1                                  to ws-qtde-requisicoes
            add ws-valor-estimado                  to ws-total-estimado
            move ws-qtde-requisitar                to ws-qtde-edt
            move ws-valor-estimado                 to ws-valor-edt
            move spaces                            to rel-linha
            string fpar-cd-filial "    " fpar-cd-produto " "
                   ws-saldo-edt " " ws-pedido-edt " " ws-ponto-edt " "
                   ws-qtde-edt "  " ws-cd-fornecedor-preferido " "
                   ws-valor-edt "  " frqc-cd-requisicao
                   delimited by size into rel-linha
            write rel-linha
           .
       2360-exit.
            exit.
      *>=====================================================================
       2500-imprime-resumo section.
       2500.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Parametros avaliados      : " ws-qtde-parametros
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Requisicoes geradas       : " ws-qtde-requisicoes
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-estimado                 to ws-total-edt
            move spaces                            to rel-linha
            string "Valor estimado total      : " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Ja com requisicao aberta  : " ws-qtde-ja-requisitados
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

            move ws-qtde-requisicoes               to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03082g

            if   ws-tracelog-csbh03082g
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
            if   ws-tracelog-csbh03082g
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
       COPY CSBHP004.
       COPY CSBHP024.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL019.
       COPY CSBHL020.
       COPY CSBHL022.
       COPY CSBHL033.
       COPY CSBHL034.
       COPY CSBHL052.
       COPY CSBHL053.
       COPY CSBHL081.
       COPY CSBHL127.
