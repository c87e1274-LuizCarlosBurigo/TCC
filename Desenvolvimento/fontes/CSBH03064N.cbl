       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03064N.
      *>=====================================================================
      *> Cobranca de titulos vencidos: passa por CSBHD040 e, para cada
      *> titulo aberto ou parcial vencido, apura pela regua de
      *> cobranca da empresa/filial (CSBHD093, filial zero = regra da
      *> empresa) a multa (percentual unico sobre o saldo) e os juros
      *> de mora por dia corrido de atraso - nada e cobrado dentro da
      *> carencia - e guarda os dois no titulo. O nivel de cobranca que
      *> o atraso ja alcancou (1 lembrete, 2 notificacao formal, 3
      *> aviso de protesto) e comparado com o da ultima carta gravada
      *> no titulo (ftcr-nivel-cobranca): so o titulo que subiu de
      *> nivel entra na carta, e a carta nao se repete. Uma carta por
      *> cliente, no nivel mais alto entre os seus titulos, em
      *> CSBH03064N_<cliente>_<data>.CRT no diretorio de extracao.
      *> Titulo ja no ultimo nivel, ainda aberto fpcb-dias-protesto dias
      *> depois do aviso, vai para a lista de candidatos a protesto /
      *> empresa de cobranca (CSBH03064N_PROTESTO.CSV e relatorio).
      *> O que o cliente pagar de multa e juros entra na baixa
      *> CSBH03024R como encargos, separado do principal.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS013.
           COPY CSBHS033.
           COPY CSBHS040.
           COPY CSBHS093.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqcarta assign to wid-arqcarta
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqprotesto assign to wid-arqprotesto
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF013.
           COPY CSBHF033.
           COPY CSBHF040.
           COPY CSBHF093.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqcarta.
           01   crt-linha                          pic  x(132).

           fd   arqprotesto.
           01   prt-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-titulo.
                03 srt-cd-cliente                  pic 9(09).
                03 srt-nivel-carta                 pic 9(01).
                03 srt-data-vencimento             pic 9(08).
                03 srt-cd-empresa                  pic 9(03).
                03 srt-cd-filial                   pic 9(03).
                03 srt-cd-titulo                   pic 9(09).
                03 srt-parcela                     pic 9(02).
                03 srt-qtde-parcelas               pic 9(02).
                03 srt-dias-atraso                 pic 9(05).
                03 srt-dias-protesto               pic 9(03).
                03 srt-saldo-devedor               pic s9(11)v99.
                03 srt-valor-multa                 pic s9(11)v99.
                03 srt-valor-juros                 pic s9(11)v99.
                03 srt-id-protesto                 pic x(01).
                   88 srt-candidato-protesto                 value "S".

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03064N".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03064n             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03064n                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arqcarta                         pic x(250).
           03 wid-arqprotesto                      pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-titulo                     pic x(01) value spaces.
              88 ws-fim-titulo                               value "S" "s".
           03 ws-id-primeiro-grupo                 pic x(01) value spaces.
              88 ws-primeiro-grupo                           value "S" "s".
           03 ws-id-carta-aberta                   pic x(01) value spaces.
              88 ws-carta-aberta                             value "S" "s".
           03 ws-id-parametro-localizado           pic x(01) value spaces.
              88 ws-parametro-localizado                     value "S" "s".
           03 ws-pcb-cd-empresa                    pic 9(03) value zeroes.
           03 ws-pcb-cd-filial                     pic 9(03) value zeroes.
           03 ws-cd-cliente-corrente               pic 9(09) value zeroes.
           03 ws-ds-cliente-corrente               pic x(80) value spaces.
           03 ws-nivel-carta-cliente               pic 9(01) value zeroes.
           03 ws-dias-protesto-cliente             pic 9(03) value zeroes.
           03 ws-hoje-inteiro                      pic 9(08) value zeroes.
           03 ws-data-base                         pic 9(08) value zeroes.
           03 ws-vencimento-inteiro                pic 9(08) value zeroes.
           03 ws-cobranca-inteiro                  pic 9(08) value zeroes.
           03 ws-dias-atraso                       pic s9(05) value zeroes.
           03 ws-saldo-devedor                     pic s9(11)v99 value zeroes.
           03 ws-nivel-alvo                        pic 9(01) value zeroes.
           03 ws-idx-nivel                         pic 9(01) value zeroes.
           03 ws-data-carta                        pic x(10) value spaces.
           03 ws-total-titulo                      pic s9(11)v99 value zeroes.
           03 ws-carta-qtde-titulos                pic 9(05) value zeroes.
           03 ws-carta-saldo                       pic s9(11)v99 value zeroes.
           03 ws-carta-multa                       pic s9(11)v99 value zeroes.
           03 ws-carta-juros                       pic s9(11)v99 value zeroes.
           03 ws-carta-total                       pic s9(11)v99 value zeroes.
           03 ws-qtde-titulos-vencidos             pic 9(07) value zeroes.
           03 ws-qtde-titulos-atualizados          pic 9(07) value zeroes.
           03 ws-qtde-sem-parametro                pic 9(07) value zeroes.
           03 ws-qtde-candidatos-protesto          pic 9(05) value zeroes.
           03 ws-qtde-cartas                       pic 9(05) value zeroes
                                                   occurs 3 times.
           03 ws-total-multa                       pic s9(11)v99 value zeroes.
           03 ws-total-juros                       pic s9(11)v99 value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-multa-edt                         pic -(11)9,99.
           03 ws-juros-edt                         pic -(11)9,99.
           03 ws-total-edt                         pic -(11)9,99.

      *>=====================================================================
      *> Assunto e texto da carta por nivel de cobranca.
       01  ws-textos-carta-valores.
           03 filler                               pic x(40)
              value "LEMBRETE DE TITULO VENCIDO".
           03 filler                               pic x(66)
              value "Lembramos que os titulos abaixo estao vencidos e em aberto.".
           03 filler                               pic x(66)
              value "Se o pagamento ja foi efetuado, por favor desconsidere este aviso.".
           03 filler                               pic x(40)
              value "NOTIFICACAO DE DEBITO EM ATRASO".
           03 filler                               pic x(66)
              value "Apesar do aviso anterior, os titulos abaixo continuam em aberto.".
           03 filler                               pic x(66)
              value "Solicitamos a regularizacao imediata, com a multa e os juros.".
           03 filler                               pic x(40)
              value "AVISO DE PROTESTO".
           03 filler                               pic x(66)
              value "Os titulos abaixo seguem em aberto apos as notificacoes.".
           03 filler                               pic x(66)
              value "Sem pagamento no prazo abaixo, serao enviados a protesto.".
       01  ws-textos-carta redefines ws-textos-carta-valores.
           03 ws-texto-nivel                       occurs 3 times.
              05 ws-assunto-carta                  pic x(40).
              05 ws-texto-carta                    pic x(66) occurs 2 times.

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
            compute ws-hoje-inteiro =
                    function integer-of-date(ws-data-inv)
            string ws-dia-inv "/" ws-mes-inv "/" ws-ano-inv
                   delimited by size into ws-data-carta
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH03064N.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH03064N.REL" delimited by size into wid-arquivo-relatorio
            string lnk-extractionPath delimited by space,
                   "/CSBH03064N_PROTESTO.CSV" delimited by size into wid-arqprotesto

            sort ws-arquivo-sort
                 ascending  key srt-cd-cliente
                 descending key srt-nivel-carta
                 ascending  key srt-data-vencimento srt-cd-titulo srt-parcela
                 input procedure  2100-seleciona-vencidos
                 output procedure 2200-emite-cobranca

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Titulos abertos ou parciais vencidos, com multa, juros e nivel
      *> apurados na data corrente pela regua da empresa/filial.
       2100-seleciona-vencidos section.
       2100.
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD093
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            move low-values                        to ftcr-chave-1
            perform 9000-str-CSBHD040-gtr
            move spaces                             to ws-id-fim-titulo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-titulo
            else
                 perform 2110-proximo-titulo
            end-if
            perform until ws-fim-titulo
                 if   ftcr-situacao-aberto
                 or   ftcr-situacao-parcial
                      perform 2120-apura-titulo
                 end-if
                 perform 2110-proximo-titulo
            end-perform
            close CSBHD040
            close CSBHD093
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-proximo-titulo section.
       2110.
            perform 9000-ler-CSBHD040-next
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-titulo
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
       2120-apura-titulo section.
       2120.
            compute ws-saldo-devedor = ftcr-valor - ftcr-valor-pago
            if   ws-saldo-devedor not greater zeroes
            or   ftcr-data-vencimento equal zeroes
                 exit section
            end-if
            move ftcr-data-vencimento              to ws-data-base
            compute ws-vencimento-inteiro =
                    function integer-of-date(ws-data-base)
            compute ws-dias-atraso = ws-hoje-inteiro - ws-vencimento-inteiro
            if   ws-dias-atraso not greater zero
                 exit section
            end-if

            add 1                                  to ws-qtde-titulos-vencidos
            perform 2130-localiza-parametro
            if   not ws-parametro-localizado
                 add 1                             to ws-qtde-sem-parametro
                 exit section
            end-if
            if   ws-dias-atraso not greater fpcb-dias-carencia
                 exit section
            end-if

            initialize                             srt-titulo
            move ftcr-cd-cliente                   to srt-cd-cliente
            move ftcr-data-vencimento              to srt-data-vencimento
            move ftcr-cd-empresa                   to srt-cd-empresa
            move ftcr-cd-filial                    to srt-cd-filial
            move ftcr-cd-titulo                    to srt-cd-titulo
            move ftcr-parcela                      to srt-parcela
            move ftcr-qtde-parcelas                to srt-qtde-parcelas
            move ws-dias-atraso                    to srt-dias-atraso
            move fpcb-dias-protesto                to srt-dias-protesto
            move ws-saldo-devedor                  to srt-saldo-devedor
            compute srt-valor-multa rounded =
                    ws-saldo-devedor * fpcb-percentual-multa / 100
            compute srt-valor-juros rounded =
                    ws-saldo-devedor * fpcb-percentual-juros-dia / 100
                                     * ws-dias-atraso

      *> Nivel alcancado pelo atraso; so vira carta se passou do nivel
      *> da ultima carta enviada.
            move zeroes                            to ws-nivel-alvo
            perform varying ws-idx-nivel from 1 by 1
                    until ws-idx-nivel > 3
                 if   ws-dias-atraso not less fpcb-dias-nivel (ws-idx-nivel)
                      move ws-idx-nivel            to ws-nivel-alvo
                 end-if
            end-perform
            if   ws-nivel-alvo greater ftcr-nivel-cobranca
                 move ws-nivel-alvo                to srt-nivel-carta
            end-if

            if   ftcr-cobranca-aviso-protesto
            and  ftcr-data-cobranca not equal zeroes
                 compute ws-cobranca-inteiro =
                         function integer-of-date(ftcr-data-cobranca)
                 if   ws-hoje-inteiro - ws-cobranca-inteiro
                      not less fpcb-dias-protesto
                      move "S"                     to srt-id-protesto
                 end-if
            end-if
            release srt-titulo
           .
       2120-exit.
            exit.
      *>=====================================================================
      *> Regua da empresa/filial do titulo; sem registro da filial vale
      *> o da filial zero. Guarda a ultima procurada (o arquivo vem em
      *> ordem de empresa/filial).
       2130-localiza-parametro section.
       2130.
            if   ftcr-cd-empresa equal ws-pcb-cd-empresa
            and  ftcr-cd-filial  equal ws-pcb-cd-filial
                 exit section
            end-if
            move ftcr-cd-empresa                   to ws-pcb-cd-empresa
            move ftcr-cd-filial                    to ws-pcb-cd-filial
            move "N"                               to ws-id-parametro-localizado

            initialize                             fpcb-chave-1
            move ftcr-cd-empresa                   to fpcb-cd-empresa
            move ftcr-cd-filial                    to fpcb-cd-filial
            perform 9000-ler-CSBHD093-ran
            if   not ws-operacao-ok
                 move zeroes                       to fpcb-cd-filial
                 perform 9000-ler-CSBHD093-ran
            end-if
            if   ws-operacao-ok
                 move "S"                          to ws-id-parametro-localizado
            else
                 string "Erro - empresa ", ftcr-cd-empresa, " filial ",
                        ftcr-cd-filial, " sem parametro de cobranca em CSBHD093"
                        into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2130-exit.
            exit.
      *>=====================================================================
       2200-emite-cobranca section.
       2200.
            perform 9000-abrir-io-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura

            open output relatorio
            move spaces                            to rel-linha
            string "Cobranca de titulos vencidos em " ws-data-carta
                   delimited by size into rel-linha
            write rel-linha
            open output arqprotesto
            move "cliente;empresa;filial;titulo;parcela;vencimento;dias-atraso;saldo-devedor;multa;juros"
                                                   to prt-linha
            write prt-linha

            move "S"                               to ws-id-primeiro-grupo
            move spaces                             to ws-id-fim-titulo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-titulo
            end-return
            perform until ws-fim-titulo
                 if   ws-primeiro-grupo
                      move spaces                   to ws-id-primeiro-grupo
                      perform 2230-abre-cliente
                 else
                      if   srt-cd-cliente not equal ws-cd-cliente-corrente
                           perform 2240-fecha-cliente
                           perform 2230-abre-cliente
                      end-if
                 end-if
                 perform 2220-trata-titulo
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-titulo
                 end-return
            end-perform
            if   not ws-primeiro-grupo
                 perform 2240-fecha-cliente
            end-if

            close arqprotesto
            perform 2290-rodape
            close relatorio
            close CSBHD040
            close CSBHD013
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> O primeiro registro do cliente traz o maior nivel de carta (a
      *> ordenacao e descendente no nivel).
       2230-abre-cliente section.
       2230.
            move srt-cd-cliente                    to ws-cd-cliente-corrente
            move srt-nivel-carta                   to ws-nivel-carta-cliente
            move srt-dias-protesto                 to ws-dias-protesto-cliente
            move spaces                            to ws-id-carta-aberta
            move zeroes                            to ws-carta-qtde-titulos
                                                      ws-carta-saldo
                                                      ws-carta-multa
                                                      ws-carta-juros
                                                      ws-carta-total

            initialize                             fdcli-chave-1
            move srt-cd-cliente                    to fdcli-cd-cliente
            perform 9000-ler-CSBHD013-ran
            if   ws-operacao-ok
                 move fdcli-ds-cliente             to ws-ds-cliente-corrente
            else
                 initialize                        fdcli-cliente
                 move "CLIENTE NAO CADASTRADO"     to ws-ds-cliente-corrente
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2230-exit.
            exit.
      *>=====================================================================
       2220-trata-titulo section.
       2220.
            compute ws-total-titulo =
                    srt-saldo-devedor + srt-valor-multa + srt-valor-juros
            if   srt-nivel-carta greater zeroes
                 if   not ws-carta-aberta
                      perform 2250-abre-carta
                 end-if
                 move srt-saldo-devedor            to ws-valor-edt
                 move srt-valor-multa              to ws-multa-edt
                 move srt-valor-juros              to ws-juros-edt
                 move ws-total-titulo              to ws-total-edt
                 move spaces                       to crt-linha
                 string srt-cd-titulo " " srt-parcela "/" srt-qtde-parcelas
                        " " srt-data-vencimento " " srt-dias-atraso
                        ws-valor-edt " " ws-multa-edt " " ws-juros-edt
                        " " ws-total-edt
                        delimited by size into crt-linha
                 write crt-linha
                 add 1                             to ws-carta-qtde-titulos
                 add srt-saldo-devedor             to ws-carta-saldo
                 add srt-valor-multa               to ws-carta-multa
                 add srt-valor-juros               to ws-carta-juros
                 add ws-total-titulo               to ws-carta-total
            end-if
            if   srt-candidato-protesto
                 perform 2260-lista-protesto
            end-if
            perform 2270-atualiza-titulo
           .
       2220-exit.
            exit.
      *>=====================================================================
       2250-abre-carta section.
       2250.
            move spaces                            to wid-arqcarta
            string lnk-extractionPath delimited by space,
                   "/" este-programa "_" ws-cd-cliente-corrente "_"
                   ws-data-inv ".CRT" delimited by size into wid-arqcarta
            open output arqcarta
            move "S"                               to ws-id-carta-aberta

            move spaces                            to crt-linha
            string "Data: " ws-data-carta delimited by size into crt-linha
            write crt-linha
            move spaces                            to crt-linha
            write crt-linha
            move spaces                            to crt-linha
            string "Cliente " ws-cd-cliente-corrente " - " delimited by size,
                   ws-ds-cliente-corrente delimited by size into crt-linha
            write crt-linha
            if   fdcli-endereco not equal spaces
                 move spaces                       to crt-linha
                 string fdcli-endereco delimited by "  ",
                        ", " fdcli-numero " - " delimited by size,
                        fdcli-bairro delimited by "  " into crt-linha
                 write crt-linha
                 move spaces                       to crt-linha
                 string "CEP " fdcli-cep delimited by size into crt-linha
                 write crt-linha
            end-if
            move spaces                            to crt-linha
            write crt-linha
            move spaces                            to crt-linha
            string "Assunto: " ws-assunto-carta (ws-nivel-carta-cliente)
                   delimited by size into crt-linha
            write crt-linha
            move spaces                            to crt-linha
            write crt-linha
            move ws-texto-carta (ws-nivel-carta-cliente, 1) to crt-linha
            write crt-linha
            move ws-texto-carta (ws-nivel-carta-cliente, 2) to crt-linha
            write crt-linha
            if   ws-nivel-carta-cliente equal 3
                 move spaces                       to crt-linha
                 string "Prazo para pagamento: " ws-dias-protesto-cliente
                        " dias." delimited by size into crt-linha
                 write crt-linha
            end-if
            move spaces                            to crt-linha
            write crt-linha
            move spaces                            to crt-linha
            string "Titulo    Parc  Vencimento Dias "
                   "  Saldo devedor            Multa"
                   "            Juros            Total"
                   delimited by size into crt-linha
            write crt-linha
           .
       2250-exit.
            exit.
      *>=====================================================================
       2240-fecha-cliente section.
       2240.
            if   not ws-carta-aberta
                 exit section
            end-if
            move ws-carta-saldo                    to ws-valor-edt
            move ws-carta-multa                    to ws-multa-edt
            move ws-carta-juros                    to ws-juros-edt
            move ws-carta-total                    to ws-total-edt
            move spaces                            to crt-linha
            string "Total                            " ws-valor-edt " "
                   ws-multa-edt " " ws-juros-edt " " ws-total-edt
                   delimited by size into crt-linha
            write crt-linha
            move spaces                            to crt-linha
            write crt-linha
            move "Multa e juros calculados ate a data desta carta."
                                                   to crt-linha
            write crt-linha
            move "Departamento de Cobranca"        to crt-linha
            write crt-linha
            close arqcarta

            add 1                to ws-qtde-cartas (ws-nivel-carta-cliente)
            move ws-carta-total                    to ws-total-edt
            move spaces                            to rel-linha
            string "Cliente " ws-cd-cliente-corrente " carta nivel "
                   ws-nivel-carta-cliente " "
                   ws-assunto-carta (ws-nivel-carta-cliente)
                   " titulos " ws-carta-qtde-titulos " " ws-total-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2240-exit.
            exit.
      *>=====================================================================
       2260-lista-protesto section.
       2260.
            add 1                                  to ws-qtde-candidatos-protesto
            move srt-saldo-devedor                 to ws-valor-edt
            move spaces                            to rel-linha
            string "  PROTESTO cliente " srt-cd-cliente " titulo "
                   srt-cd-titulo " " srt-parcela "/" srt-qtde-parcelas
                   " atraso " srt-dias-atraso " saldo " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to prt-linha
            string srt-cd-cliente ";" srt-cd-empresa ";" srt-cd-filial ";"
                   srt-cd-titulo ";" srt-parcela ";" srt-data-vencimento ";"
                   srt-dias-atraso ";" srt-saldo-devedor ";"
                   srt-valor-multa ";" srt-valor-juros
                   delimited by size into prt-linha
            write prt-linha
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> Multa e juros do dia no titulo; nivel e data da carta so quando
      *> o titulo entrou numa carta.
       2270-atualiza-titulo section.
       2270.
            initialize                             ftcr-chave-1
            move srt-cd-empresa                    to ftcr-cd-empresa
            move srt-cd-filial                     to ftcr-cd-filial
            move srt-cd-titulo                     to ftcr-cd-titulo
            move srt-parcela                       to ftcr-parcela
            perform 9000-ler-CSBHD040-ran
            if   not ws-operacao-ok
                 string "Erro - titulo ", srt-cd-titulo, " parcela ",
                        srt-parcela, " nao relido em CSBHD040"
                        into ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move srt-valor-multa                   to ftcr-valor-multa
            move srt-valor-juros                   to ftcr-valor-juros
            if   srt-nivel-carta greater zeroes
                 move srt-nivel-carta              to ftcr-nivel-cobranca
                 move ws-data-inv                  to ftcr-data-cobranca
            end-if
            move ws-ano-inv                        to ftcr-dt-atualizacao-ano
            move ws-mes-inv                        to ftcr-dt-atualizacao-mes
            move ws-dia-inv                        to ftcr-dt-atualizacao-dia
            move ws-hora                           to ftcr-hr-atualizacao-hora
            move ws-minutos                        to ftcr-hr-atualizacao-minuto
            move ws-segundos                       to ftcr-hr-atualizacao-segundo
            move este-programa                     to ftcr-job-origem
            perform 9000-regravar-CSBHD040
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
            else
                 add 1                             to ws-qtde-titulos-atualizados
                 add srt-valor-multa               to ws-total-multa
                 add srt-valor-juros               to ws-total-juros
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2270-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos vencidos               : " ws-qtde-titulos-vencidos
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos sem parametro          : " ws-qtde-sem-parametro
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos atualizados            : " ws-qtde-titulos-atualizados
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cartas de lembrete             : " ws-qtde-cartas (1)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cartas de notificacao          : " ws-qtde-cartas (2)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cartas de aviso de protesto    : " ws-qtde-cartas (3)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Candidatos a protesto          : " ws-qtde-candidatos-protesto
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-multa                    to ws-multa-edt
            move ws-total-juros                    to ws-juros-edt
            move spaces                            to rel-linha
            string "Multa apurada                  : " ws-multa-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Juros apurados                 : " ws-juros-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-titulos-atualizados       to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03064n

            if   ws-tracelog-csbh03064n
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
            if   ws-tracelog-csbh03064n
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
       COPY CSBHL013.
       COPY CSBHL033.
       COPY CSBHL040.
       COPY CSBHL093.
