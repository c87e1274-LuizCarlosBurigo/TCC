       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03063C.
      *>=====================================================================
      *> Conciliacao bancaria: para cada conta da empresa (CSBHD089 tipo
      *> "E", uma por filial), casa os lancamentos do extrato (CSBHD090,
      *> carregado pelo CSBH03062T) do periodo pedido
      *> (lnk-periodo-fechamento, zero = mes anterior) com o livro:
      *>   credito - baixa a receber do CSBH03024R (CSBHD091) ou
      *>             liquidacao de boleto do CSBH03036T (CSBHD056);
      *>   debito  - titulo a pagar pago (CSBHD041).
      *> O casamento exige o mesmo valor e procura primeiro pelo
      *> documento do extrato (nosso-numero do boleto, titulo a receber
      *> ou o "seu numero" da remessa de pagamentos CSBH03060R) e depois
      *> pela data, com ate c-dias-tolerancia dias de diferenca (o
      *> credito do boleto cai um ou dois dias depois). Baixa e boleto
      *> da mesma fatura sao o mesmo dinheiro: casado um, o outro e
      *> marcado junto e o boleto coberto por baixa nao conta duas
      *> vezes no livro. O relatorio lista, por conta, os lancamentos
      *> do extrato sem correspondencia, os lancamentos do livro nunca
      *> vistos no banco e o movimento diario banco x livro com a
      *> diferenca do dia e a acumulada. Reexecutavel: o que ja foi
      *> conciliado fica como esta.
      *> A baixa paga com multa e juros (fbxr-valor-encargos) entra no
      *> livro pelo total creditado: principal mais encargos.
      *> O recebimento que virou credito do cliente (fbxr-valor-credito)
      *> tambem: adiantamento sem titulo (titulo zero) e o excesso da
      *> parcela somam; a aplicacao de credito ao titulo (credito
      *> negativo, principal igual) zera e ja nasce conciliada.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-TOLERANCIA-CONCIL.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS041.
           COPY CSBHS056.
           COPY CSBHS089.
           COPY CSBHS090.
           COPY CSBHS091.
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
           COPY CSBHF033.
           COPY CSBHF041.
           COPY CSBHF056.
           COPY CSBHF089.
           COPY CSBHF090.
           COPY CSBHF091.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03063C".
       78  c-dias-tolerancia                                 value 3.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03063c             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03063c                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-periodo-ano                       pic 9(04) value zeroes.
           03 ws-periodo-mes                       pic 9(02) value zeroes.
           03 ws-data-inicio                       pic 9(08) value zeroes.
           03 ws-data-fim                          pic 9(08) value zeroes.
           03 ws-id-fim-conta                      pic x(01) value spaces.
              88 ws-fim-conta                                value "S" "s".
           03 ws-id-fim-lancamento                 pic x(01) value spaces.
              88 ws-fim-lancamento                           value "S" "s".
           03 ws-id-fim-livro                      pic x(01) value spaces.
              88 ws-fim-livro                                value "S" "s".
           03 ws-id-casado                         pic x(01) value spaces.
              88 ws-casado                                   value "S".
           03 ws-id-coberto                        pic x(01) value spaces.
              88 ws-coberto                                  value "S".
           03 ws-modo-procura                      pic x(01) value spaces.
              88 ws-procura-documento                        value "D".
              88 ws-procura-data                             value "T".
           03 ws-conta-corrente.
              05 ws-cc-cd-empresa                  pic 9(03) value zeroes.
              05 ws-cc-cd-filial                   pic 9(03) value zeroes.
              05 ws-cc-cd-banco                    pic 9(03) value zeroes.
              05 ws-cc-agencia                     pic 9(05) value zeroes.
              05 ws-cc-conta                       pic 9(12) value zeroes.
              05 ws-cc-nome                        pic x(30) value spaces.
           03 ws-conta-chave                       pic x(13) value spaces.
              *>Posicao do browse de CSBHD089 entre uma conta e outra.
           03 ws-lanc-data-inteiro                 pic 9(07) value zeroes.
           03 ws-livro-data-inteiro                pic 9(07) value zeroes.
           03 ws-diferenca-dias                    pic s9(07) value zeroes.
           03 ws-doc-nosso-numero                  pic 9(10) value zeroes.
           03 ws-doc-titulo                        pic 9(09) value zeroes.
           03 ws-doc-parcela                       pic 9(02) value zeroes.
           03 ws-doc-seu-numero.
              05 ws-doc-cd-empresa                 pic 9(03).
              05 ws-doc-cd-filial                  pic 9(03).
              05 ws-doc-cd-titulo                  pic 9(09).
           03 ws-chave-conciliada.
              05 ws-chc-cd-empresa                 pic 9(03).
              05 ws-chc-cd-filial                  pic 9(03).
              05 ws-chc-cd-titulo                  pic 9(09).
              05 ws-chc-sequencia                  pic 9(07).
           03 ws-valor-livro                       pic s9(11)v99 value zeroes.
           03 ws-data-livro                        pic 9(08) value zeroes.
           03 ws-origem-livro                      pic x(08) value spaces.
           03 ws-idx-dia                           pic 9(02) value zeroes.
           03 ws-movimento-diario                  occurs 31 times.
              05 ws-dia-banco-credito              pic s9(13)v99.
              05 ws-dia-banco-debito               pic s9(13)v99.
              05 ws-dia-livro-credito              pic s9(13)v99.
              05 ws-dia-livro-debito               pic s9(13)v99.
           03 ws-diferenca-dia                     pic s9(13)v99 value zeroes.
           03 ws-diferenca-acumulada               pic s9(13)v99 value zeroes.
           03 ws-qtde-contas                       pic 9(05) value zeroes.
           03 ws-qtde-conciliados                  pic 9(07) value zeroes.
           03 ws-qtde-pendentes-extrato            pic 9(07) value zeroes.
           03 ws-qtde-pendentes-livro              pic 9(07) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-valor-edt-2                       pic -(11)9,99.
           03 ws-valor-edt-3                       pic -(11)9,99.
           03 ws-valor-edt-4                       pic -(11)9,99.
           03 ws-valor-edt-5                       pic -(11)9,99.
           03 ws-valor-edt-6                       pic -(11)9,99.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-tolerancia                    pic 9(05) value zeroes.

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
            if   lnk-periodo-fechamento not = zero
                 move lnk-periodo-fechamento (1:4) to ws-periodo-ano
                 move lnk-periodo-fechamento (5:2) to ws-periodo-mes
            else
                 if   ws-mes-inv = 1
                      compute ws-periodo-ano = ws-ano-inv - 1
                      move 12                      to ws-periodo-mes
                 else
                      move ws-ano-inv              to ws-periodo-ano
                      compute ws-periodo-mes = ws-mes-inv - 1
                 end-if
            end-if
            compute ws-data-inicio = ws-periodo-ano * 10000
                                   + ws-periodo-mes * 100 + 1
            compute ws-data-fim    = ws-periodo-ano * 10000
                                   + ws-periodo-mes * 100 + 31
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-TOLERANCIA-CONCIL"          to ws-par-cd-parametro
            move c-dias-tolerancia                 to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-tolerancia

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
                   "/CSBH03063C.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-io-CSBHD041
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD056
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD089
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD090
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD091
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 move spaces                       to rel-linha
                 string "Conciliacao bancaria - empresa " lnk-cd-empresa
                        " - periodo " ws-periodo-mes "/" ws-periodo-ano
                        delimited by size into rel-linha
                 write rel-linha
                 move ws-par-eco                   to rel-linha
                 write rel-linha
                 perform 2100-percorre-contas
                 perform 2990-rodape
                 close relatorio
            end-if

            close CSBHD041
            close CSBHD056
            close CSBHD089
            close CSBHD090
            close CSBHD091

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-percorre-contas section.
       2100.
            initialize                             fcbc-chave-1
            move "E"                               to fcbc-tipo-titular
            move lnk-cd-empresa                    to fcbc-cd-empresa
            perform 9000-str-CSBHD089-gtr
            move spaces                             to ws-id-fim-conta
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-conta
            end-if
            perform until ws-fim-conta
                 perform 9000-ler-CSBHD089-next
                 if   not ws-operacao-ok
                 or   not fcbc-titular-empresa
                 or   fcbc-cd-empresa not equal lnk-cd-empresa
                      move "S"                     to ws-id-fim-conta
                 else
                      move fcbc-chave-1            to ws-conta-chave
                      move fcbc-cd-empresa         to ws-cc-cd-empresa
                      move fcbc-cd-titular         to ws-cc-cd-filial
                      move fcbc-cd-banco           to ws-cc-cd-banco
                      move fcbc-agencia            to ws-cc-agencia
                      move fcbc-conta              to ws-cc-conta
                      move fcbc-nome-titular       to ws-cc-nome
                      perform 2200-concilia-conta
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-concilia-conta section.
       2200.
            add 1                                  to ws-qtde-contas
            perform varying ws-idx-dia from 1 by 1 until ws-idx-dia > 31
                    move zeroes                    to ws-dia-banco-credito (ws-idx-dia)
                                                      ws-dia-banco-debito  (ws-idx-dia)
                                                      ws-dia-livro-credito (ws-idx-dia)
                                                      ws-dia-livro-debito  (ws-idx-dia)
            end-perform

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Conta: filial " ws-cc-cd-filial " banco " ws-cc-cd-banco
                   " agencia " ws-cc-agencia " conta " ws-cc-conta " "
                   ws-cc-nome delimited by size into rel-linha
            write rel-linha

            perform 2300-concilia-extrato
            perform 2400-livro-pendente
            perform 2500-movimento-diario
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Lancamentos do extrato no periodo: o pendente procura par no
      *> livro; o que continuar pendente sai no relatorio.
       2300-concilia-extrato section.
       2300.
            move spaces                            to rel-linha
            write rel-linha
            move "  Lancamentos do extrato sem correspondencia no livro"
                                                   to rel-linha
            write rel-linha
            move "  Data     D/C          Valor  Historico                 Documento"
                                                   to rel-linha
            write rel-linha

            initialize                             fexb-chave-1
            move ws-cc-cd-empresa                  to fexb-cd-empresa
            move ws-cc-cd-filial                   to fexb-cd-filial
            move ws-data-inicio                    to fexb-data-lancamento
            perform 9000-str-CSBHD090-gtr
            move spaces                             to ws-id-fim-lancamento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-lancamento
            end-if
            perform until ws-fim-lancamento
                 perform 9000-ler-CSBHD090-next
                 if   not ws-operacao-ok
                 or   fexb-cd-empresa not equal ws-cc-cd-empresa
                 or   fexb-cd-filial  not equal ws-cc-cd-filial
                 or   fexb-data-lancamento > ws-data-fim
                      move "S"                     to ws-id-fim-lancamento
                 else
                      if   fexb-pendente
                           perform 2310-concilia-lancamento
                      end-if
                      move fexb-data-lancamento (7:2) to ws-idx-dia
                      if   fexb-lancamento-debito
                           add fexb-valor          to ws-dia-banco-debito (ws-idx-dia)
                      else
                           add fexb-valor          to ws-dia-banco-credito (ws-idx-dia)
                      end-if
                      if   fexb-pendente
                           add 1                   to ws-qtde-pendentes-extrato
                           move fexb-valor         to ws-valor-edt
                           move spaces             to rel-linha
                           string "  " fexb-data-lancamento " " fexb-tipo-lancamento
                                  "  " ws-valor-edt "  " fexb-historico " "
                                  fexb-nr-documento delimited by size into rel-linha
                           write rel-linha
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Par do lancamento: documento antes de data, sempre pelo valor.
       2310-concilia-lancamento section.
       2310.
            move spaces                            to ws-id-casado
            compute ws-lanc-data-inteiro =
                    function integer-of-date (fexb-data-lancamento)
            move zeroes                            to ws-doc-nosso-numero
                                                      ws-doc-titulo
            move zeroes                            to ws-doc-seu-numero
            if   fexb-nr-documento (1:10) is numeric
                 move fexb-nr-documento (1:10)     to ws-doc-nosso-numero
            end-if
            if   fexb-nr-documento (1:9) is numeric
                 move fexb-nr-documento (1:9)      to ws-doc-titulo
            end-if
            if   fexb-nr-documento (1:15) is numeric
                 move fexb-nr-documento (1:15)     to ws-doc-seu-numero
            end-if

            if   fexb-lancamento-credito
                 if   ws-doc-nosso-numero not equal zeroes
                      perform 2320-procura-boleto-documento
                 end-if
                 if   not ws-casado
                 and  ws-doc-titulo not equal zeroes
                      move "D"                     to ws-modo-procura
                      perform 2330-procura-baixa
                 end-if
                 if   not ws-casado
                      move "T"                     to ws-modo-procura
                      perform 2330-procura-baixa
                 end-if
                 if   not ws-casado
                      perform 2340-procura-boleto-data
                 end-if
            else
                 if   ws-doc-seu-numero not equal zeroes
                      move "D"                     to ws-modo-procura
                      perform 2350-procura-pagar
                 end-if
                 if   not ws-casado
                      move "T"                     to ws-modo-procura
                      perform 2350-procura-pagar
                 end-if
            end-if

            if   ws-casado
                 move ws-chave-conciliada          to fexb-chave-conciliada
                 move ws-data-inv                  to fexb-data-conciliacao
                 move ws-ano-inv                   to fexb-dt-atualizacao-ano
                 move ws-mes-inv                   to fexb-dt-atualizacao-mes
                 move ws-dia-inv                   to fexb-dt-atualizacao-dia
                 move ws-hora                      to fexb-hr-atualizacao-hora
                 move ws-minutos                   to fexb-hr-atualizacao-minuto
                 move ws-segundos                  to fexb-hr-atualizacao-segundo
                 move este-programa                to fexb-job-origem
                 perform 9000-regravar-CSBHD090
                 if   not ws-operacao-ok
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      move spaces                  to whs-mensagem
                 end-if
                 move "00"                         to ws-resultado-acesso
                 add 1                             to ws-qtde-conciliados
            end-if
           .
       2310-exit.
            exit.
      *>=====================================================================
       2320-procura-boleto-documento section.
       2320.
            initialize                             fbol-chave-2
            move ws-doc-nosso-numero               to fbol-nosso-numero
            perform 9000-str-CSBHD056-eql-2
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD056-next
            end-if
            if   ws-operacao-ok
            and  fbol-nosso-numero     equal ws-doc-nosso-numero
            and  fbol-cd-empresa       equal ws-cc-cd-empresa
            and  fbol-cd-filial        equal ws-cc-cd-filial
            and  fbol-situacao-pago
            and  fbol-data-conciliacao equal zeroes
            and  fbol-valor            equal fexb-valor
                 perform 2370-marca-boleto
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2320-exit.
            exit.
      *>=====================================================================
       2330-procura-baixa section.
       2330.
            initialize                             fbxr-chave-1
            move ws-cc-cd-empresa                  to fbxr-cd-empresa
            move ws-cc-cd-filial                   to fbxr-cd-filial
            if   ws-procura-documento
                 move ws-doc-titulo                to fbxr-cd-titulo
            end-if
            perform 9000-str-CSBHD091-gtr
            move spaces                             to ws-id-fim-livro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-livro
            end-if
            perform until ws-fim-livro
                 perform 9000-ler-CSBHD091-next
                 if   not ws-operacao-ok
                 or   fbxr-cd-empresa not equal ws-cc-cd-empresa
                 or   fbxr-cd-filial  not equal ws-cc-cd-filial
                      move "S"                     to ws-id-fim-livro
                 else
                      if   ws-procura-documento
                      and  fbxr-cd-titulo not equal ws-doc-titulo
                           move "S"                to ws-id-fim-livro
                      else
                           compute ws-valor-livro =
                                   fbxr-valor + fbxr-valor-encargos
                                 + fbxr-valor-credito
                           if   fbxr-data-conciliacao equal zeroes
                           and  ws-valor-livro        equal fexb-valor
                           and  fbxr-data-pagamento   not equal zeroes
                                move fbxr-data-pagamento to ws-data-livro
                                perform 2360-confere-data
                                if   ws-casado
                                     move "S"      to ws-id-fim-livro
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-casado
                 perform 2380-marca-baixa
            end-if
           .
       2330-exit.
            exit.
      *>=====================================================================
       2340-procura-boleto-data section.
       2340.
            initialize                             fbol-chave-1
            move ws-cc-cd-empresa                  to fbol-cd-empresa
            move ws-cc-cd-filial                   to fbol-cd-filial
            perform 9000-str-CSBHD056-gtr
            move spaces                             to ws-id-fim-livro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-livro
            end-if
            move "T"                               to ws-modo-procura
            perform until ws-fim-livro
                 perform 9000-ler-CSBHD056-next
                 if   not ws-operacao-ok
                 or   fbol-cd-empresa not equal ws-cc-cd-empresa
                 or   fbol-cd-filial  not equal ws-cc-cd-filial
                      move "S"                     to ws-id-fim-livro
                 else
                      if   fbol-situacao-pago
                      and  fbol-data-conciliacao equal zeroes
                      and  fbol-valor            equal fexb-valor
                      and  fbol-data-retorno     not equal zeroes
                           move fbol-data-retorno  to ws-data-livro
                           perform 2360-confere-data
                           if   ws-casado
                                move "S"           to ws-id-fim-livro
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-casado
                 move spaces                       to ws-id-casado
                 perform 2370-marca-boleto
            end-if
           .
       2340-exit.
            exit.
      *>=====================================================================
       2350-procura-pagar section.
       2350.
            initialize                             ftcp-chave-1
            move ws-cc-cd-empresa                  to ftcp-cd-empresa
            move ws-cc-cd-filial                   to ftcp-cd-filial
            if   ws-procura-documento
                 if   ws-doc-cd-empresa not equal ws-cc-cd-empresa
                 or   ws-doc-cd-filial  not equal ws-cc-cd-filial
                      exit section
                 end-if
                 move ws-doc-cd-titulo             to ftcp-cd-titulo
                 perform 9000-ler-CSBHD041-ran
                 if   ws-operacao-ok
                 and  ftcp-situacao-pago
                 and  ftcp-data-conciliacao equal zeroes
                      perform 2355-valor-pago
                      if   ws-valor-livro equal fexb-valor
                           move "S"                to ws-id-casado
                      end-if
                 end-if
                 move "00"                         to ws-resultado-acesso
                 if   ws-casado
                      perform 2390-marca-pagar
                 end-if
                 exit section
            end-if

            perform 9000-str-CSBHD041-gtr
            move spaces                             to ws-id-fim-livro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-livro
            end-if
            perform until ws-fim-livro
                 perform 9000-ler-CSBHD041-next
                 if   not ws-operacao-ok
                 or   ftcp-cd-empresa not equal ws-cc-cd-empresa
                 or   ftcp-cd-filial  not equal ws-cc-cd-filial
                      move "S"                     to ws-id-fim-livro
                 else
                      if   ftcp-situacao-pago
                      and  ftcp-data-conciliacao equal zeroes
                      and  ftcp-data-pagamento   not equal zeroes
                           perform 2355-valor-pago
                           if   ws-valor-livro equal fexb-valor
                                move ftcp-data-pagamento to ws-data-livro
                                perform 2360-confere-data
                                if   ws-casado
                                     move "S"      to ws-id-fim-livro
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            if   ws-casado
                 perform 2390-marca-pagar
            end-if
           .
       2350-exit.
            exit.
      *>=====================================================================
      *> Valor efetivamente pago do titulo: o do retorno bancario quando
      *> houver, senao o valor do titulo.
       2355-valor-pago section.
       2355.
            move ftcp-valor-pago                   to ws-valor-livro
            if   ws-valor-livro equal zeroes
                 move ftcp-valor                   to ws-valor-livro
            end-if
           .
       2355-exit.
            exit.
      *>=====================================================================
      *> Data do livro dentro da tolerancia da data do lancamento; na
      *> procura por documento a data nao e conferida.
       2360-confere-data section.
       2360.
            if   ws-procura-documento
                 move "S"                          to ws-id-casado
                 exit section
            end-if
            compute ws-livro-data-inteiro =
                    function integer-of-date (ws-data-livro)
            compute ws-diferenca-dias =
                    ws-lanc-data-inteiro - ws-livro-data-inteiro
            if   ws-diferenca-dias < zero
                 compute ws-diferenca-dias = ws-diferenca-dias * -1
            end-if
            if   ws-diferenca-dias not > ws-dias-tolerancia
                 move "S"                          to ws-id-casado
            end-if
           .
       2360-exit.
            exit.
      *>=====================================================================
      *> Boleto casado; a baixa da mesma fatura/parcela e do mesmo
      *> valor e o mesmo dinheiro e e marcada junto.
       2370-marca-boleto section.
       2370.
            move ws-data-inv                       to fbol-data-conciliacao
            move ws-ano-inv                        to fbol-dt-atualizacao-ano
            move ws-mes-inv                        to fbol-dt-atualizacao-mes
            move ws-dia-inv                        to fbol-dt-atualizacao-dia
            move ws-hora                           to fbol-hr-atualizacao-hora
            move ws-minutos                        to fbol-hr-atualizacao-minuto
            move ws-segundos                       to fbol-hr-atualizacao-segundo
            move este-programa                     to fbol-job-origem
            perform 9000-regravar-CSBHD056
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to whs-mensagem
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "S"                               to ws-id-casado
            move "B"                               to fexb-origem-conciliada
            move fbol-cd-empresa                   to ws-chc-cd-empresa
            move fbol-cd-filial                    to ws-chc-cd-filial
            move fbol-cd-fatura                    to ws-chc-cd-titulo
            move fbol-parcela                      to ws-chc-sequencia

            move fbol-cd-fatura                    to ws-doc-titulo
            move fbol-parcela                      to ws-doc-parcela
            move fbol-valor                        to ws-valor-livro
            perform 2450-localiza-baixa-fatura
            if   ws-coberto
            and  fbxr-data-conciliacao equal zeroes
                 move ws-data-inv                  to fbxr-data-conciliacao
                 move ws-ano-inv                   to fbxr-dt-atualizacao-ano
                 move ws-mes-inv                   to fbxr-dt-atualizacao-mes
                 move ws-dia-inv                   to fbxr-dt-atualizacao-dia
                 move ws-hora                      to fbxr-hr-atualizacao-hora
                 move ws-minutos                   to fbxr-hr-atualizacao-minuto
                 move ws-segundos                  to fbxr-hr-atualizacao-segundo
                 move este-programa                to fbxr-job-origem
                 perform 9000-regravar-CSBHD091
            end-if
            move spaces                            to whs-mensagem
            move "00"                              to ws-resultado-acesso
           .
       2370-exit.
            exit.
      *>=====================================================================
      *> Baixa casada; o boleto pago da mesma fatura/parcela e do mesmo
      *> valor e marcado junto.
       2380-marca-baixa section.
       2380.
            move ws-data-inv                       to fbxr-data-conciliacao
            move ws-ano-inv                        to fbxr-dt-atualizacao-ano
            move ws-mes-inv                        to fbxr-dt-atualizacao-mes
            move ws-dia-inv                        to fbxr-dt-atualizacao-dia
            move ws-hora                           to fbxr-hr-atualizacao-hora
            move ws-minutos                        to fbxr-hr-atualizacao-minuto
            move ws-segundos                       to fbxr-hr-atualizacao-segundo
            move este-programa                     to fbxr-job-origem
            perform 9000-regravar-CSBHD091
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to whs-mensagem
                 move spaces                       to ws-id-casado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "R"                               to fexb-origem-conciliada
            move fbxr-cd-empresa                   to ws-chc-cd-empresa
            move fbxr-cd-filial                    to ws-chc-cd-filial
            move fbxr-cd-titulo                    to ws-chc-cd-titulo
            move fbxr-sequencia                    to ws-chc-sequencia

            initialize                             fbol-chave-1
            move fbxr-cd-empresa                   to fbol-cd-empresa
            move fbxr-cd-filial                    to fbol-cd-filial
            move fbxr-cd-titulo                    to fbol-cd-fatura
            move fbxr-parcela                      to fbol-parcela
            perform 9000-ler-CSBHD056-ran
            if   ws-operacao-ok
            and  fbol-situacao-pago
            and  fbol-data-conciliacao equal zeroes
            and  fbol-valor            equal fbxr-valor
                 move ws-data-inv                  to fbol-data-conciliacao
                 move ws-ano-inv                   to fbol-dt-atualizacao-ano
                 move ws-mes-inv                   to fbol-dt-atualizacao-mes
                 move ws-dia-inv                   to fbol-dt-atualizacao-dia
                 move ws-hora                      to fbol-hr-atualizacao-hora
                 move ws-minutos                   to fbol-hr-atualizacao-minuto
                 move ws-segundos                  to fbol-hr-atualizacao-segundo
                 move este-programa                to fbol-job-origem
                 perform 9000-regravar-CSBHD056
            end-if
            move spaces                            to whs-mensagem
            move "00"                              to ws-resultado-acesso
           .
       2380-exit.
            exit.
      *>=====================================================================
       2390-marca-pagar section.
       2390.
            move ws-data-inv                       to ftcp-data-conciliacao
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
                 move spaces                       to whs-mensagem
                 move spaces                       to ws-id-casado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "P"                               to fexb-origem-conciliada
            move ftcp-cd-empresa                   to ws-chc-cd-empresa
            move ftcp-cd-filial                    to ws-chc-cd-filial
            move ftcp-cd-titulo                    to ws-chc-cd-titulo
            move zeroes                            to ws-chc-sequencia
           .
       2390-exit.
            exit.
      *>=====================================================================
      *> Livro do periodo: soma o movimento diario e lista o que nunca
      *> foi visto no banco.
       2400-livro-pendente section.
       2400.
            move spaces                            to rel-linha
            write rel-linha
            move "  Lancamentos do livro nao vistos no banco"
                                                   to rel-linha
            write rel-linha
            move "  Origem   Data     Titulo             Valor"
                                                   to rel-linha
            write rel-linha

            perform 2410-livro-baixas
            perform 2420-livro-boletos
            perform 2430-livro-pagar
           .
       2400-exit.
            exit.
      *>=====================================================================
       2410-livro-baixas section.
       2410.
            initialize                             fbxr-chave-1
            move ws-cc-cd-empresa                  to fbxr-cd-empresa
            move ws-cc-cd-filial                   to fbxr-cd-filial
            perform 9000-str-CSBHD091-gtr
            move spaces                             to ws-id-fim-livro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-livro
            end-if
            perform until ws-fim-livro
                 perform 9000-ler-CSBHD091-next
                 if   not ws-operacao-ok
                 or   fbxr-cd-empresa not equal ws-cc-cd-empresa
                 or   fbxr-cd-filial  not equal ws-cc-cd-filial
                      move "S"                     to ws-id-fim-livro
                 else
                      if   fbxr-data-pagamento not < ws-data-inicio
                      and  fbxr-data-pagamento not > ws-data-fim
                           move fbxr-data-pagamento (7:2) to ws-idx-dia
                           add fbxr-valor fbxr-valor-encargos
                               fbxr-valor-credito  to ws-dia-livro-credito (ws-idx-dia)
                           if   fbxr-data-conciliacao equal zeroes
                                move "BAIXA"       to ws-origem-livro
                                move fbxr-data-pagamento to ws-data-livro
                                move fbxr-cd-titulo to ws-doc-titulo
                                compute ws-valor-livro =
                                        fbxr-valor + fbxr-valor-encargos
                                      + fbxr-valor-credito
                                perform 2490-imprime-livro
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Boleto liquidado so conta no livro quando a parcela da fatura
      *> nao tem baixa do mesmo valor - senao ja esta em 2410.
       2420-livro-boletos section.
       2420.
            initialize                             fbol-chave-1
            move ws-cc-cd-empresa                  to fbol-cd-empresa
            move ws-cc-cd-filial                   to fbol-cd-filial
            perform 9000-str-CSBHD056-gtr
            move spaces                             to ws-id-fim-lancamento
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-lancamento
            end-if
            perform until ws-fim-lancamento
                 perform 9000-ler-CSBHD056-next
                 if   not ws-operacao-ok
                 or   fbol-cd-empresa not equal ws-cc-cd-empresa
                 or   fbol-cd-filial  not equal ws-cc-cd-filial
                      move "S"                     to ws-id-fim-lancamento
                 else
                      if   fbol-situacao-pago
                      and  fbol-data-retorno not < ws-data-inicio
                      and  fbol-data-retorno not > ws-data-fim
                           move fbol-cd-fatura     to ws-doc-titulo
                           move fbol-parcela       to ws-doc-parcela
                           move fbol-valor         to ws-valor-livro
                           perform 2450-localiza-baixa-fatura
                           if   not ws-coberto
                                move fbol-data-retorno (7:2) to ws-idx-dia
                                add fbol-valor     to ws-dia-livro-credito (ws-idx-dia)
                                if   fbol-data-conciliacao equal zeroes
                                     move "BOLETO" to ws-origem-livro
                                     move fbol-data-retorno to ws-data-livro
                                     perform 2490-imprime-livro
                                end-if
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2420-exit.
            exit.
      *>=====================================================================
       2430-livro-pagar section.
       2430.
            initialize                             ftcp-chave-1
            move ws-cc-cd-empresa                  to ftcp-cd-empresa
            move ws-cc-cd-filial                   to ftcp-cd-filial
            perform 9000-str-CSBHD041-gtr
            move spaces                             to ws-id-fim-livro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-livro
            end-if
            perform until ws-fim-livro
                 perform 9000-ler-CSBHD041-next
                 if   not ws-operacao-ok
                 or   ftcp-cd-empresa not equal ws-cc-cd-empresa
                 or   ftcp-cd-filial  not equal ws-cc-cd-filial
                      move "S"                     to ws-id-fim-livro
                 else
                      if   ftcp-situacao-pago
                      and  ftcp-data-pagamento not < ws-data-inicio
                      and  ftcp-data-pagamento not > ws-data-fim
                           perform 2355-valor-pago
                           move ftcp-data-pagamento-dia to ws-idx-dia
                           add ws-valor-livro      to ws-dia-livro-debito (ws-idx-dia)
                           if   ftcp-data-conciliacao equal zeroes
                                move "PAGAR"       to ws-origem-livro
                                move ftcp-data-pagamento to ws-data-livro
                                move ftcp-cd-titulo to ws-doc-titulo
                                perform 2490-imprime-livro
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2430-exit.
            exit.
      *>=====================================================================
      *> Baixa da fatura ws-doc-titulo, parcela ws-doc-parcela, com o
      *> valor ws-valor-livro; fica posicionada em fbxr-baixa-receber
      *> quando existir.
       2450-localiza-baixa-fatura section.
       2450.
            move spaces                            to ws-id-coberto
            initialize                             fbxr-chave-1
            move ws-cc-cd-empresa                  to fbxr-cd-empresa
            move ws-cc-cd-filial                   to fbxr-cd-filial
            move ws-doc-titulo                     to fbxr-cd-titulo
            perform 9000-str-CSBHD091-gtr
            move spaces                             to ws-id-fim-livro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-livro
            end-if
            perform until ws-fim-livro
                 perform 9000-ler-CSBHD091-next
                 if   not ws-operacao-ok
                 or   fbxr-cd-empresa not equal ws-cc-cd-empresa
                 or   fbxr-cd-filial  not equal ws-cc-cd-filial
                 or   fbxr-cd-titulo  not equal ws-doc-titulo
                      move "S"                     to ws-id-fim-livro
                 else
                      if   fbxr-valor   equal ws-valor-livro
                      and  fbxr-parcela equal ws-doc-parcela
                           move "S"                to ws-id-coberto
                                                      ws-id-fim-livro
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2450-exit.
            exit.
      *>=====================================================================
       2490-imprime-livro section.
       2490.
            add 1                                  to ws-qtde-pendentes-livro
            move ws-valor-livro                    to ws-valor-edt
            move spaces                            to rel-linha
            string "  " ws-origem-livro " " ws-data-livro " " ws-doc-titulo
                   " " ws-valor-edt delimited by size into rel-linha
            write rel-linha
           .
       2490-exit.
            exit.
      *>=====================================================================
      *> Movimento diario banco x livro com a diferenca do dia e a
      *> acumulada no mes.
       2500-movimento-diario section.
       2500.
            move spaces                            to rel-linha
            write rel-linha
            move "  Movimento diario"              to rel-linha
            write rel-linha
            move "  Dia   Banco credito    Banco debito   Livro credito     Livro debito   Diferenca dia      Acumulada"
                                                   to rel-linha
            write rel-linha

            move zeroes                            to ws-diferenca-acumulada
            perform varying ws-idx-dia from 1 by 1 until ws-idx-dia > 31
                    if   ws-dia-banco-credito (ws-idx-dia) not equal zeroes
                    or   ws-dia-banco-debito  (ws-idx-dia) not equal zeroes
                    or   ws-dia-livro-credito (ws-idx-dia) not equal zeroes
                    or   ws-dia-livro-debito  (ws-idx-dia) not equal zeroes
                         compute ws-diferenca-dia =
                                 (ws-dia-banco-credito (ws-idx-dia)
                                - ws-dia-banco-debito  (ws-idx-dia))
                               - (ws-dia-livro-credito (ws-idx-dia)
                                - ws-dia-livro-debito  (ws-idx-dia))
                         add ws-diferenca-dia      to ws-diferenca-acumulada
                         move ws-dia-banco-credito (ws-idx-dia) to ws-valor-edt
                         move ws-dia-banco-debito  (ws-idx-dia) to ws-valor-edt-2
                         move ws-dia-livro-credito (ws-idx-dia) to ws-valor-edt-3
                         move ws-dia-livro-debito  (ws-idx-dia) to ws-valor-edt-4
                         move ws-diferenca-dia                  to ws-valor-edt-5
                         move ws-diferenca-acumulada            to ws-valor-edt-6
                         move spaces               to rel-linha
                         string "  " ws-idx-dia "  " ws-valor-edt " " ws-valor-edt-2
                                " " ws-valor-edt-3 " " ws-valor-edt-4
                                " " ws-valor-edt-5 " " ws-valor-edt-6
                                delimited by size into rel-linha
                         write rel-linha
                    end-if
            end-perform

            move ws-diferenca-acumulada            to ws-valor-edt
            move spaces                            to rel-linha
            string "  Diferenca acumulada da conta no periodo: " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2500-exit.
            exit.
      *>=====================================================================
       2990-rodape section.
       2990.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Contas conciliadas            : " ws-qtde-contas
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Lancamentos casados nesta vez : " ws-qtde-conciliados
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Extrato sem correspondencia   : " ws-qtde-pendentes-extrato
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Livro nao visto no banco      : " ws-qtde-pendentes-livro
                   delimited by size into rel-linha
            write rel-linha
           .
       2990-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-conciliados               to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03063c

            if   ws-tracelog-csbh03063c
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
            if   ws-tracelog-csbh03063c
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
       COPY CSBHL033.
       COPY CSBHL041.
       COPY CSBHL056.
       COPY CSBHL089.
       COPY CSBHL090.
       COPY CSBHL091.
       COPY CSBHL130.
