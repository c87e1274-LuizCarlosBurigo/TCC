      *> contas do plano padronizado abaixo. O periodo segue
      *> lnk-periodo-fechamento (zero = mes anterior). Segue o modelo
      *> de subprograma chamavel de CSBH03002M.
      *> Cada balde do snapshot procura a regra de contabilizacao do
      *> evento (CSBHD095, filial ou empresa): com regra o lancamento
      *> sai nas duas pontas (debito e credito, com centro de custo);
      *> sem regra continua a ponta unica na conta padronizada abaixo.
      *> Depois dos snapshots seguem os lancamentos por documento do
      *> diario contabil (CSBHD096) com data no periodo, cada um como
      *> um par D/C com evento e documento de origem. Header e trailer
      *> nao mudam - o trailer conta e soma todas as linhas.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS016.
           COPY CSBHS095.
           COPY CSBHS096.

           select arqcontabil assign to wid-arqcontabil
                  organization is line sequential
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF016.
           COPY CSBHF095.
           COPY CSBHF096.

           fd  arqcontabil.
           01  ctb-registro                        pic x(80).
               03 ctb-d-conta                      pic 9(05).
               03 ctb-d-natureza                   pic x(01).
               03 ctb-d-valor                      pic 9(13)v99.
               03 ctb-d-centro-custo               pic 9(04).
               03 ctb-d-evento                     pic x(04).
               03 ctb-d-documento                  pic x(20).
               03 filler                           pic x(24).
           01  ctb-r-trailer redefines ctb-registro.
               03 ctb-t-tipo                       pic x(01).
               03 ctb-t-qtde-lancamentos           pic 9(07).
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-periodo-ano                       pic 9(04) value zeroes.
           03 ws-periodo-mes                       pic 9(02) value zeroes.
           03 ws-cd-empresa-lancamento             pic 9(03) value zeroes.
           03 ws-cd-filial-lancamento              pic 9(03) value zeroes.
           03 ws-evento-lancamento                 pic x(04) value spaces.
           03 ws-documento-lancamento              pic x(20) value spaces.
           03 ws-conta-lancamento                  pic 9(05) value zeroes.
           03 ws-centro-custo-lancamento           pic 9(04) value zeroes.
           03 ws-valor-balde                       pic s9(13)v99 value zeroes.
           03 ws-periodo-diario                    pic 9(06) value zeroes.
           03 ws-natureza-lancamento               pic x(01) value spaces.
           03 ws-valor-lancamento                  pic s9(13)v99 value zeroes.
           03 ws-qtde-lancamentos                  pic 9(07) value zeroes.

            perform 9000-abrir-i-CSBHD016
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD096
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output arqcontabil
                 open output relatorio
                 perform 2010-grava-header
                 perform 2100-percorre-fechamentos
                 perform 2500-percorre-diario
                 perform 2900-grava-trailer
                 close arqcontabil
                 close relatorio
                 close CSBHD016
                 close CSBHD095
                 close CSBHD096
                 move ws-qtde-lancamentos          to lnk-ctb-qtde-lancamentos
                 move "S"                          to lnk-ctb-id-ok
            else
            move ws-data-inv                       to ctb-h-data-geracao
            compute ctb-h-periodo =
                    ws-periodo-ano * 100 + ws-periodo-mes
            move ctb-h-periodo                     to ws-periodo-diario
            write ctb-registro

            move spaces                            to rel-linha
      *>=====================================================================
       2200-lanca-fechamento section.
       2200.
            move fdfcm-cd-empresa                  to ws-cd-empresa-lancamento
            move fdfcm-cd-filial                   to ws-cd-filial-lancamento
            move spaces                            to ws-documento-lancamento
            string "FCM " fdfcm-periodo-ano fdfcm-periodo-mes
                   delimited by size into ws-documento-lancamento

            move "SAID"                            to ws-evento-lancamento
            move c-conta-receita-expedicao         to ws-conta-lancamento
            move "C"                               to ws-natureza-lancamento
            move fdfcm-total-saida                 to ws-valor-balde
            perform 2250-lanca-balde

            move "ENTR"                            to ws-evento-lancamento
            move c-conta-custo-recebimento         to ws-conta-lancamento
            move "D"                               to ws-natureza-lancamento
            move fdfcm-total-entrada               to ws-valor-balde
            perform 2250-lanca-balde

            move "FRTS"                            to ws-evento-lancamento
            move c-conta-frete-saida               to ws-conta-lancamento
            move "D"                               to ws-natureza-lancamento
            move fdfcm-total-frete-saida           to ws-valor-balde
            perform 2250-lanca-balde

            move "FRTE"                            to ws-evento-lancamento
            move c-conta-frete-entrada             to ws-conta-lancamento
            move "D"                               to ws-natureza-lancamento
            move fdfcm-total-frete-entrada         to ws-valor-balde
            perform 2250-lanca-balde

            move "TRFE"                            to ws-evento-lancamento
            move c-conta-transfer-enviada          to ws-conta-lancamento
            move "C"                               to ws-natureza-lancamento
            move fdfcm-total-transfer-enviada      to ws-valor-balde
            perform 2250-lanca-balde

            move "TRFR"                            to ws-evento-lancamento
            move c-conta-transfer-recebida         to ws-conta-lancamento
            move "D"                               to ws-natureza-lancamento
            move fdfcm-total-transfer-recebida     to ws-valor-balde
            perform 2250-lanca-balde
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Balde do snapshot: com regra do evento (filial, senao empresa)
      *> sai o par debito/credito da regra; sem regra, a ponta unica na
      *> conta padronizada que veio preenchida.
       2250-lanca-balde section.
       2250.
            if   ws-valor-balde equal zeroes
                 exit section
            end-if

            initialize                             frgc-chave-1
            move ws-cd-empresa-lancamento          to frgc-cd-empresa
            move ws-cd-filial-lancamento           to frgc-cd-filial
            move ws-evento-lancamento              to frgc-evento
            perform 9000-ler-CSBHD095-ran
            if   not ws-operacao-ok
                 move zeroes                       to frgc-cd-filial
                 perform 9000-ler-CSBHD095-ran
            end-if

            if   not ws-operacao-ok
                 move "00"                         to ws-resultado-acesso
                 move zeroes                       to ws-centro-custo-lancamento
                 move ws-valor-balde               to ws-valor-lancamento
                 perform 2300-grava-lancamento
            else
                 move frgc-conta-debito            to ws-conta-lancamento
                 move frgc-centro-custo-debito     to ws-centro-custo-lancamento
                 move "D"                          to ws-natureza-lancamento
                 move ws-valor-balde               to ws-valor-lancamento
                 perform 2300-grava-lancamento

                 move frgc-conta-credito           to ws-conta-lancamento
                 move frgc-centro-custo-credito    to ws-centro-custo-lancamento
                 move "C"                          to ws-natureza-lancamento
                 move ws-valor-balde               to ws-valor-lancamento
                 perform 2300-grava-lancamento
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
      *> Lancamento zerado nao e exportado - um snapshot sem frete, por
      *> exemplo, nao gera linha vazia para a contabilidade rejeitar.
       2300-grava-lancamento section.
            end-if
            move spaces                            to ctb-registro
            move "D"                               to ctb-d-tipo
            move ws-cd-empresa-lancamento          to ctb-d-cd-empresa
            move ws-cd-filial-lancamento           to ctb-d-cd-filial
            move ws-conta-lancamento               to ctb-d-conta
            move ws-natureza-lancamento            to ctb-d-natureza
            move ws-valor-lancamento               to ctb-d-valor
            move ws-centro-custo-lancamento        to ctb-d-centro-custo
            move ws-evento-lancamento              to ctb-d-evento
            move ws-documento-lancamento           to ctb-d-documento
            write ctb-registro

            add 1                                  to ws-qtde-lancamentos

            move ws-valor-lancamento               to ws-valor-edt
            move spaces                            to rel-linha
            string "  " ws-cd-empresa-lancamento "/"
                   ws-cd-filial-lancamento
                   " " ws-evento-lancamento
                   " conta " ws-conta-lancamento
                   " cc " ws-centro-custo-lancamento
                   " " ws-natureza-lancamento
                   " " ws-valor-edt
                   " " ws-documento-lancamento
                   delimited by size into rel-linha
            write rel-linha
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Lancamentos por documento do diario contabil: a chave leva
      *> empresa/filial na frente, entao a varredura caminha CSBHD096
      *> inteiro filtrando a data do lancamento pelo periodo. Cada
      *> lancamento vira um par D/C - o diario ja nasce balanceado.
       2500-percorre-diario section.
       2500.
            move low-values                        to fdlc-chave-1
            perform 9000-str-CSBHD096-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD096-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdlc-periodo equal ws-periodo-diario
                           perform 2550-lanca-diario
                      end-if
                 end-if
            end-perform
           .
       2500-exit.
            exit.
      *>=====================================================================
       2550-lanca-diario section.
       2550.
            move fdlc-cd-empresa                   to ws-cd-empresa-lancamento
            move fdlc-cd-filial                    to ws-cd-filial-lancamento
            move fdlc-evento                       to ws-evento-lancamento
            move fdlc-documento                    to ws-documento-lancamento

            move fdlc-conta-debito                 to ws-conta-lancamento
            move fdlc-centro-custo-debito          to ws-centro-custo-lancamento
            move "D"                               to ws-natureza-lancamento
            move fdlc-valor                        to ws-valor-lancamento
            perform 2300-grava-lancamento

            move fdlc-conta-credito                to ws-conta-lancamento
            move fdlc-centro-custo-credito         to ws-centro-custo-lancamento
            move "C"                               to ws-natureza-lancamento
            move fdlc-valor                        to ws-valor-lancamento
            perform 2300-grava-lancamento
           .
       2550-exit.
            exit.
      *>=====================================================================
       2900-grava-trailer section.
       2900.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL016.
       COPY CSBHL095.
       COPY CSBHL096.
