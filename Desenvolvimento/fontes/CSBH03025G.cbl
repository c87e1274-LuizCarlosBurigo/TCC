      *> anteriores ao campo fdetd-cd-fornecedor) fica de fora, como ja
      *> fica da conferencia de nota duplicada na carga. O frete de
      *> transportadora entra em CSBHD041 por outra porta: a linha
      *> conciliada do CSBH03013C. Credor com perfil fiscal e regra de
      *> retencao (CSBHD088/087) recebe a duplicata pelo liquido e cada
      *> tributo retido vira um titulo "R" do credor governo, no
      *> vencimento legal (CSBHP013).
      *> Fornecedor com condicao de pagamento (fdfnc-cd-condicao-
      *> pagamento, CSBHD092) tem o liquido da duplicata desdobrado em
      *> parcelas (CSBHP014), uma por titulo: a parcela 1 leva o bruto e
      *> o retido do documento e os titulos "R" numerados logo depois
      *> dela; as demais parcelas vem em seguida.
      *> Entrada em consignacao (fdetd-id-consignacao "C") nao gera
      *> duplicata - a mercadoria ainda e do fornecedor; quem vira
      *> titulo e a Entrada de acerto ("A") do CSBH03069C, pelo consumo.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-PRAZO-PAGAMENTO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *> A geracao do dia tem controle por empresa/filial em CSBHD133
      *> (CSBHP026), com cada titulo gravado e a ultima Entrada
      *> completa: a geracao ja concluida no dia e recusada; a
      *> interrompida e retomada depois da ultima Entrada completa, e
      *> os titulos da Entrada que ficou pela metade sao cancelados e
      *> refeitos. Com lnk-estorno-execucao a geracao do dia (ou do dia
      *> informado em lnk-dt-referencia) e estornada de uma vez:
      *> duplicatas, parcelas e titulos de retencao dela sao
      *> cancelados, com historico, desde que nenhum tenha sido
      *> autorizado ou pago - um so trava o estorno inteiro. A Entrada
      *> cujos titulos foram cancelados volta a gerar duplicata.
      *> Chamada embutida (lnk-cd-programa-chamador preenchido pelo
      *> CSBH03068D/CSBH03069C logo depois de gravar as Entradas): o
      *> controle fica sob o nome do chamador, sem tocar o do job
      *> diario, e cada chamada abre uma execucao nova do dia - so as
      *> Entradas ainda sem titulo geram duplicata. O resultado volta
      *> em lnk-ds-retorno-chamada (espacos = sem falha).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS006.
           COPY CSBHS007.
           COPY CSBHS033.
           COPY CSBHS036.
           COPY CSBHS037.
           COPY CSBHS041.
           COPY CSBHS087.
           COPY CSBHS088.
           COPY CSBHS092.
           COPY CSBHS127.
           COPY CSBHS130.
           COPY CSBHS133.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF006.
           COPY CSBHF007.
           COPY CSBHF033.
           COPY CSBHF036.
           COPY CSBHF037.
           COPY CSBHF041.
           COPY CSBHF087.
           COPY CSBHF088.
           COPY CSBHF092.
           COPY CSBHF127.
           COPY CSBHF130.
           COPY CSBHF133.

           fd   trace-log.
           01   log-registro.
       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03025G".
      *> Prazo padrao de pagamento da duplicata, em dias corridos a
      *> partir da data de entrada (fornecedor sem condicao).
       78  c-prazo-pagamento-dias                            value 28.

       01  ws-campos-trabalho.
           03 ws-id-titulo-existente               pic x(01) value spaces.
              88 ws-titulo-existente                         value "S" "s".
           03 ws-proximo-titulo                    pic 9(09) value zeroes.
           03 ws-cd-condicao-fornecedor            pic 9(03) value zeroes.
           03 ws-data-entrada-chave                pic 9(08) value zeroes.
           03 ws-qtde-titulos-gerados              pic 9(05) value zeroes.
           03 ws-qtde-ja-existentes                pic 9(05) value zeroes.
           03 ws-qtde-sem-fornecedor               pic 9(05) value zeroes.
           03 ws-qtde-consignacao                  pic 9(05) value zeroes.
           03 ws-valor-edt                         pic -(11)9,99.
           03 ws-retido-edt                        pic -(9)9,99.
           03 ws-chave-entrada                     pic x(24) value spaces.
           03 ws-idx-retencao                      pic 9(02) value zeroes.
           03 ws-id-documento-cancelado            pic x(01) value spaces.
              88 ws-documento-cancelado                      value "S" "s".
           03 ws-qtde-nao-estornaveis              pic 9(07) value zeroes.
           03 ws-data-geracao                      pic 9(08) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-prazo-pagamento-dias               pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0007.
      *>=====================================================================
       COPY CSBHW0014.
      *>=====================================================================
       COPY CSBHW0015.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       COPY CSBHW0027.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time

      *> Periodo do controle: o dia da geracao; no estorno, o dia
      *> informado em lnk-dt-referencia, se houver.
            move ws-data-inv                       to ws-data-geracao
            if   lnk-estorno-execucao
            and  lnk-dt-referencia not equal zeroes
                 move lnk-dt-referencia            to ws-data-geracao
            end-if
            move ws-data-geracao                   to ws-cex-periodo
            if   lnk-cd-programa-chamador not equal spaces
                 move lnk-cd-programa-chamador     to ws-cex-programa
                 move "S"                          to ws-cex-id-reabre
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-PRAZO-PAGAMENTO"            to ws-par-cd-parametro
            move c-prazo-pagamento-dias            to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-pagamento-dias

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            string lnk-extractionPath delimited by space,
                   "/CSBH03025G.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD041
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD037
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD087
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD088
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD092
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 9870-abre-controle-execucao
                 if   ws-cex-mensagem not equal spaces
                      move ws-cex-mensagem         to ws-ds-tracelog
                      perform 9000-tracelog
                 end-if
                 evaluate true
                     when ws-cex-em-execucao
                          if   ws-cex-retomada
                               perform 2950-cancela-pendentes
                          end-if
                          perform 2100-gera-duplicatas
                          perform 9877-conclui-execucao
                     when ws-cex-estorno
                          perform 2900-estorna-execucao
                     when ws-cex-nada-a-estornar
                          continue
                     when other
                          move "S"                 to ws-run-id-falha
                          move ws-cex-mensagem     to ws-run-ds-status
                 end-evaluate
            end-if

            close CSBHD006
            close CSBHD007
            close CSBHD041
            close CSBHD037
            close CSBHD087
            close CSBHD088
            close CSBHD092

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
            string "Geracao de duplicatas de fornecedor" delimited by size
                                                     into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Entrada    Fornecedor Parc  Valor          Vencimento Retido"
                   delimited by size into rel-linha
            write rel-linha

            move low-values                        to fdetd-chave-1
      *> Retomada: recomeca depois da ultima Entrada completa.
            if   ws-cex-retomada
            and  ws-cex-ultimo-documento not equal spaces
                 move ws-cex-ultimo-documento      to fdetd-chave-1
            end-if
            perform 9000-str-CSBHD007-gtr
            move spaces                             to ws-id-fim-entrada
            perform 2110-proxima-entrada
            perform until ws-fim-entrada
                 evaluate true
                     when fdetd-cd-fornecedor equal zeroes
                          add 1                     to ws-qtde-sem-fornecedor
                     when fdetd-consignacao-entrada
                          add 1                     to ws-qtde-consignacao
                     when other
                          perform 2200-gera-titulo-entrada
                 end-evaluate
                 perform 2110-proxima-entrada
            end-perform

      *> Gera a duplicata da entrada corrente se nenhum titulo tipo "D"
      *> da mesma entrada existe para o fornecedor (chave alternada por
      *> credor); a posicao de leitura de CSBHD007 e preservada porque a
      *> varredura auxiliar e toda em CSBHD041. Titulo cancelado (estorno
      *> da geracao) nao conta.
       2200-gera-titulo-entrada section.
       2200.
            move fdetd-chave-1                     to ws-chave-entrada
            move spaces                            to ws-id-titulo-existente
            initialize                             ftcp-chave-2
            move fdetd-cd-fornecedor               to ftcp-cd-credor
                   or     ftcp-cd-credor not equal fdetd-cd-fornecedor
                   or     ws-titulo-existente
                         if   ftcp-origem-duplicata
                         and  not ftcp-situacao-cancelado
                         and  ftcp-cd-empresa equal fdfnc-cd-empresa
                         and  ftcp-cd-filial  equal fdfnc-cd-filial
                         and  ftcp-cd-documento-origem equal fdfnc-cd-entrada
            move fdetd-data-entrada-ano            to ws-data-entrada-chave (1:4)
            move fdetd-data-entrada-mes            to ws-data-entrada-chave (5:2)
            move fdetd-data-entrada-dia            to ws-data-entrada-chave (7:2)
            move fdetd-total                       to ftcp-valor
            move "A"                               to ftcp-situacao
            move spaces                            to ftcp-cd-operador-autorizacao
            move zeroes                            to ftcp-data-autorizacao
            move zeroes                            to ftcp-data-pagamento
            perform 9470-aplica-retencoes

      *> O liquido (ja sem as retencoes) e que se divide nas parcelas.
            perform 2210-localiza-condicao-fornecedor
            move ws-cd-condicao-fornecedor         to ws-prc-cd-condicao
            move ws-data-entrada-chave             to ws-prc-data-base
            move ftcp-valor                        to ws-prc-valor-total
            move ws-prazo-pagamento-dias            to ws-prc-prazo-padrao
            perform 9490-calcula-parcelas

            move 1                                 to ftcp-parcela
            move ws-prc-qtde-parcelas              to ftcp-qtde-parcelas
            move ws-prc-data-vencimento (1)        to ftcp-data-vencimento
            move ws-prc-valor (1)                  to ftcp-valor
            move ws-ano-inv                        to ftcp-dt-atualizacao-ano
            move ws-mes-inv                        to ftcp-dt-atualizacao-mes
            move ws-dia-inv                        to ftcp-dt-atualizacao-dia
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "CSBHD041"                        to ws-cex-arquivo
            move ftcp-chave-1                      to ws-cex-chave-documento
            perform 9872-registra-documento

      *> Trilha de segregacao: quem gerou o titulo (TPGI) nao o
      *> autoriza no CSBH03026A quando o par esta em CSBHD128.
            move "TPGI"                            to ws-atv-cd-atividade
            initialize                             ws-atv-documento
            move ftcp-cd-empresa                   to ws-atv-doc-cd-empresa
            move ftcp-cd-filial                    to ws-atv-doc-cd-filial
            move ftcp-cd-titulo                    to ws-atv-doc-numero
            move lnk-cd-operador                   to ws-atv-cd-operador
            perform 9850-registra-atividade
            add 1                                  to ws-qtde-titulos-gerados
            move ftcp-valor                        to ws-valor-edt
            move ws-rtn-valor-retido               to ws-retido-edt
            move spaces                            to rel-linha
            string fdfnc-cd-entrada " " ftcp-cd-credor " "
                   ftcp-parcela "/" ftcp-qtde-parcelas " "
                   ws-valor-edt " " ftcp-data-vencimento " "
                   ws-retido-edt
                   delimited by size into rel-linha
            write rel-linha
            perform 9480-grava-titulos-retencao
            perform varying ws-idx-retencao from 1 by 1
                    until ws-idx-retencao > ws-rtn-qtde-tributos
                 perform 2215-registra-retencao
            end-perform

            perform varying ws-prc-idx from 2 by 1
                    until ws-prc-idx > ws-prc-qtde-parcelas
                 perform 2220-grava-parcela
            end-perform

      *> Entrada completa: a retomada segue depois dela.
            move ws-chave-entrada                  to ws-cex-ultimo-documento
            perform 9874-confirma-documento
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Condicao padrao do fornecedor da entrada; a chave de CSBHD006
      *> e fornecedor/cidade, entao o primeiro registro do fornecedor
      *> e o que vale.
       2210-localiza-condicao-fornecedor section.
       2210.
            move zeroes                            to ws-cd-condicao-fornecedor
            initialize                             fdfnc-fornecedor
            move fdetd-cd-fornecedor               to fdfnc-cd-fornecedor
            move low-values                        to fdfnc-cd-cidade
            perform 9000-str-CSBHD006-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD006-next
                 if   ws-operacao-ok
                 and  fdfnc-cd-fornecedor equal fdetd-cd-fornecedor
                      move fdfnc-cd-condicao-pagamento
                                                   to ws-cd-condicao-fornecedor
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Titulo de retencao gravado pela CSBHP013 para o titulo corrente
      *> entra no controle da execucao; o numero que ja era de outro
      *> titulo (gravacao recusada) fica de fora.
       2215-registra-retencao section.
       2215.
            initialize                             ftcp-chave-1
            move ws-rtn-cd-empresa                 to ftcp-cd-empresa
            move ws-rtn-cd-filial                  to ftcp-cd-filial
            compute ftcp-cd-titulo = ws-rtn-cd-titulo + ws-idx-retencao
            perform 9000-ler-CSBHD041-ran
            if   ws-operacao-ok
            and  ftcp-origem-retencao
            and  ftcp-cd-titulo-retido equal ws-rtn-cd-titulo
            and  ftcp-job-origem equal este-programa
                 move "CSBHD041"                   to ws-cex-arquivo
                 move ftcp-chave-1                 to ws-cex-chave-documento
                 perform 9872-registra-documento
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2215-exit.
            exit.
      *>=====================================================================
      *> Parcelas 2 em diante: numeradas depois dos titulos de retencao
      *> que seguem a parcela 1, sem bruto nem retido.
       2220-grava-parcela section.
       2220.
            initialize                             ftcp-titulo-pagar
            move fdfnc-cd-empresa                  to ftcp-cd-empresa
            move fdfnc-cd-filial                   to ftcp-cd-filial
            compute ftcp-cd-titulo = ws-proximo-titulo
                                   + ws-rtn-qtde-tributos
                                   + ws-prc-idx - 1
            move fdetd-cd-fornecedor               to ftcp-cd-credor
            move "D"                               to ftcp-tipo-origem
            move fdfnc-cd-entrada                  to ftcp-cd-documento-origem
            move fdetd-nunf                        to ftcp-nunf
            move fdetd-data-entrada                to ftcp-data-emissao
            move ws-prc-idx                        to ftcp-parcela
            move ws-prc-qtde-parcelas              to ftcp-qtde-parcelas
            move ws-prc-data-vencimento (ws-prc-idx)
                                                   to ftcp-data-vencimento
            move ws-prc-valor (ws-prc-idx)         to ftcp-valor
            move "A"                               to ftcp-situacao
            move spaces                            to ftcp-cd-operador-autorizacao
            move zeroes                            to ftcp-data-autorizacao
            move zeroes                            to ftcp-data-pagamento
            move ws-ano-inv                        to ftcp-dt-atualizacao-ano
            move ws-mes-inv                        to ftcp-dt-atualizacao-mes
            move ws-dia-inv                        to ftcp-dt-atualizacao-dia
            move ws-hora                           to ftcp-hr-atualizacao-hora
            move ws-minutos                        to ftcp-hr-atualizacao-minuto
            move ws-segundos                       to ftcp-hr-atualizacao-segundo
            move este-programa                     to ftcp-job-origem
            perform 9000-gravar-CSBHD041
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "CSBHD041"                        to ws-cex-arquivo
            move ftcp-chave-1                      to ws-cex-chave-documento
            perform 9872-registra-documento

      *> Trilha de segregacao: quem gerou o titulo (TPGI) nao o
      *> autoriza no CSBH03026A quando o par esta em CSBHD128.
            move "TPGI"                            to ws-atv-cd-atividade
            initialize                             ws-atv-documento
            move ftcp-cd-empresa                   to ws-atv-doc-cd-empresa
            move ftcp-cd-filial                    to ws-atv-doc-cd-filial
            move ftcp-cd-titulo                    to ws-atv-doc-numero
            move lnk-cd-operador                   to ws-atv-cd-operador
            perform 9850-registra-atividade
            add 1                                  to ws-qtde-titulos-gerados
            move ftcp-valor                        to ws-valor-edt
            move spaces                            to rel-linha
            string fdfnc-cd-entrada " " ftcp-cd-credor " "
                   ftcp-parcela "/" ftcp-qtde-parcelas " "
                   ws-valor-edt " " ftcp-data-vencimento
                   delimited by size into rel-linha
            write rel-linha
           .
       2220-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            string "Entradas sem fornecedor : " ws-qtde-sem-fornecedor
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Entradas em consignacao : " ws-qtde-consignacao
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos de retencao     : " ws-rtn-qtde-titulos-gerados
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
      *> Estorno da geracao do dia (lnk-estorno-execucao): confere que
      *> nenhum titulo dela foi autorizado ou pago e so entao cancela
      *> todos de uma vez; o relatorio do estorno lista o que foi
      *> cancelado ou o que travou.
       2900-estorna-execucao section.
       2900.
            open output relatorio
            move spaces                            to rel-linha
            string "Estorno da geracao de duplicatas de " ws-data-geracao
                   delimited by size into rel-linha
            write rel-linha
            move ws-cex-mensagem                   to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha

            move zeroes                            to ws-cex-sequencia
            perform 2910-confere-documentos
            if   ws-qtde-nao-estornaveis equal zeroes
                 move zeroes                       to ws-cex-sequencia
                 perform 2920-cancela-documentos
                 perform 9877-conclui-execucao
            else
                 perform 9881-encerra-controle
                 move "S"                          to ws-run-id-falha
                 move spaces                       to ws-run-ds-status
                 string "Estorno recusado: " ws-qtde-nao-estornaveis
                        " titulos autorizados ou pagos" delimited by size
                                                   into ws-run-ds-status
                 move ws-run-ds-status             to ws-ds-tracelog
                 perform 2990-lista-estorno
            end-if

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos estornados      : " ws-cex-qtde-estornados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos que travam      : " ws-qtde-nao-estornaveis
                                                     delimited by size into rel-linha
            write rel-linha
            close relatorio
           .
       2900-exit.
            exit.
      *>=====================================================================
      *> Titulo da execucao (depois de ws-cex-sequencia) ja autorizado
      *> ou pago conta em ws-qtde-nao-estornaveis.
       2910-confere-documentos section.
       2910.
            move zeroes                            to ws-qtde-nao-estornaveis
            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 move ws-cex-chave-documento       to ftcp-chave-1
                 perform 9000-ler-CSBHD041-ran
                 if   ws-operacao-ok
                 and  not ftcp-situacao-aberto
                 and  not ftcp-situacao-cancelado
                      add 1                        to ws-qtde-nao-estornaveis
                      string "Erro - titulo " ftcp-cd-titulo " credor "
                             ftcp-cd-credor " (situacao " ftcp-situacao
                             ") - estorno nao permitido" delimited by size
                                                   into ws-ds-tracelog
                      perform 2990-lista-estorno
                 end-if
                 move "00"                         to ws-resultado-acesso
                 perform 9879-proximo-documento
            end-perform
           .
       2910-exit.
            exit.
      *>=====================================================================
      *> Cancela os titulos da execucao depois de ws-cex-sequencia e
      *> marca cada um no controle.
       2920-cancela-documentos section.
       2920.
            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 perform 2925-cancela-titulo
                 if   ws-documento-cancelado
                      perform 9880-marca-documento-estornado
                 end-if
                 perform 9879-proximo-documento
            end-perform
           .
       2920-exit.
            exit.
      *>=====================================================================
       2925-cancela-titulo section.
       2925.
            move spaces                            to ws-id-documento-cancelado
            move ws-cex-chave-documento            to ftcp-chave-1
            perform 9000-ler-CSBHD041-ran
            if   not ws-operacao-ok
            or   ftcp-situacao-cancelado
                 move "S"                          to ws-id-documento-cancelado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move ftcp-titulo-pagar                 to ws-hst-imagem-anterior
            move "C"                               to ftcp-situacao
            accept ws-horas                        from time
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
                 exit section
            end-if
            move "CSBHF041"                        to ws-hst-tabela
            move ftcp-chave-1                      to ws-hst-chave
            move "R"                               to ws-hst-operacao
            move ftcp-titulo-pagar                 to ws-hst-imagem-atual
            perform 9800-grava-historico
            move "S"                               to ws-id-documento-cancelado
            move ftcp-valor                        to ws-valor-edt
            string "Titulo " ftcp-cd-titulo " " ftcp-tipo-origem
                   " entrada " ftcp-cd-documento-origem " credor "
                   ftcp-cd-credor " cancelado  " ws-valor-edt
                   delimited by size into ws-ds-tracelog
            perform 2990-lista-estorno
           .
       2925-exit.
            exit.
      *>=====================================================================
      *> Retomada: os titulos da Entrada que ficou pela metade (depois
      *> do ultimo documento confirmado) sao cancelados para ela ser
      *> refeita; titulo ja autorizado fica e vai para o tracelog.
       2950-cancela-pendentes section.
       2950.
            if   ws-cex-qtde-documentos not > ws-cex-sequencia-confirmada
                 exit section
            end-if
            move ws-cex-sequencia-confirmada       to ws-cex-sequencia
            perform 2910-confere-documentos
            if   ws-qtde-nao-estornaveis equal zeroes
                 move ws-cex-sequencia-confirmada  to ws-cex-sequencia
                 perform 2920-cancela-documentos
            else
                 string "Erro - Entrada interrompida apos "
                        ws-cex-ultimo-documento
                        " tem titulo autorizado: conferir manualmente"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2950-exit.
            exit.
      *>=====================================================================
      *> Linha do estorno: vai para o tracelog e, no estorno pedido,
      *> tambem para o relatorio.
       2990-lista-estorno section.
       2990.
            if   ws-cex-estorno
                 move ws-ds-tracelog               to rel-linha
                 write rel-linha
            end-if
            perform 9000-tracelog
           .
       2990-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            perform 9000-tracelog

            move ws-qtde-titulos-gerados           to ws-run-qtde-registros
            if   ws-cex-estorno
                 move ws-cex-qtde-estornados       to ws-run-qtde-registros
            end-if
            if   lnk-cd-programa-chamador not equal spaces
                 move spaces                       to lnk-ds-retorno-chamada
                 if   not processamento-sem-erro
                      move whs-mensagem            to lnk-ds-retorno-chamada
                 end-if
                 if   ws-run-falha
                      move ws-run-ds-status        to lnk-ds-retorno-chamada
                      if   lnk-retorno-ok
                           move "Falha na geracao de duplicatas"
                                                   to lnk-ds-retorno-chamada
                      end-if
                 end-if
            end-if
            perform 9510-registra-fim-execucao
            close trace-log

      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP005.
       COPY CSBHP006.
       COPY CSBHP013.
       COPY CSBHP014.
       COPY CSBHP024.
       COPY CSBHP025.
       COPY CSBHP026.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL006.
       COPY CSBHL007.
       COPY CSBHL033.
       COPY CSBHL036.
       COPY CSBHL037.
       COPY CSBHL041.
       COPY CSBHL087.
       COPY CSBHL088.
       COPY CSBHL092.
       COPY CSBHL127.
       COPY CSBHL130.
       COPY CSBHL133.
