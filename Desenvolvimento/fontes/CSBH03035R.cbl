      *> atribui o proximo nosso-numero livre da filial, grava o
      *> controle e emite o arquivo de remessa de layout fixo no
      *> diretorio de extracao (CSBH03035R_REMESSA_<data>.TXT): header
      *> "0", um detalhe "1" por boleto (empresa, filial, fatura,
      *> parcela, nosso-numero, cliente, valor, vencimento) e trailer
      *> "9" com contagem e total. Cada parcela do titulo a receber da
      *> fatura (CSBHD040, mesmo numero) tem o seu boleto, com o valor
      *> e o vencimento da parcela; fatura sem titulo sai num boleto
      *> so, com o vencimento zerado, e e apontada no tracelog.
      *> A remessa do dia tem controle por empresa/filial em CSBHD133
      *> (CSBHP026), com cada boleto gravado: a remessa ja concluida no
      *> dia e recusada; a interrompida e retomada a partir da ultima
      *> fatura, e os boletos que ela ja tinha gravado voltam para o
      *> arquivo de remessa refeito, que sai completo. Fatura cancelada
      *> pelo estorno do faturamento nao gera boleto. Com
      *> lnk-estorno-execucao a remessa do dia (ou do dia informado em
      *> lnk-dt-referencia) e estornada de uma vez: os boletos dela sao
      *> cancelados, com historico, e listados no arquivo
      *> CSBH03035R_ESTORNO_<data>.TXT (layout da remessa, header
      *> "ESTORNO") para a baixa no banco; boleto ja pago trava o
      *> estorno inteiro. A parcela com boleto cancelado ganha novo
      *> nosso-numero na proxima remessa.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS029.
           COPY CSBHS033.
           COPY CSBHS036.
           COPY CSBHS040.
           COPY CSBHS056.
           COPY CSBHS133.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF029.
           COPY CSBHF033.
           COPY CSBHF036.
           COPY CSBHF040.
           COPY CSBHF056.
           COPY CSBHF133.

           fd   trace-log.
           01   log-registro.
           03 ws-id-fim-boleto                     pic x(01) value spaces.
              88 ws-fim-boleto                               value "S" "s".
           03 ws-data-vencimento                   pic 9(08) value zeroes.
           03 ws-parcela-boleto                    pic 9(02) value zeroes.
           03 ws-valor-boleto                      pic s9(11)v99 value zeroes.
           03 ws-id-titulo-localizado              pic x(01) value spaces.
              88 ws-titulo-localizado                        value "S" "s".
           03 ws-id-fim-titulo                     pic x(01) value spaces.
              88 ws-fim-titulo                               value "S" "s".
           03 ws-qtde-boletos                      pic 9(07) value zeroes.
           03 ws-total-remessa                     pic s9(13)v99 value zeroes.
           03 ws-id-boleto-cancelado               pic x(01) value spaces.
              88 ws-boleto-cancelado                         value "S" "s".
           03 ws-id-documento-cancelado            pic x(01) value spaces.
              88 ws-documento-cancelado                      value "S" "s".
           03 ws-qtde-nao-estornaveis              pic 9(07) value zeroes.
           03 ws-qtde-relistados                   pic 9(07) value zeroes.
           03 ws-data-remessa                      pic 9(08) value zeroes.
      *> Documento boleto no controle de execucao: chave e o
      *> nosso-numero atribuido (a parcela reemitida depois de um
      *> estorno tem outro).
           03 ws-doc-boleto.
              05 ws-doc-bol-chave                  pic x(17).
              05 ws-doc-bol-nosso-numero           pic 9(10).
              05 filler                            pic x(03).

      *>=====================================================================
      *> Layout fixo da remessa: um registro por linha, identificado
           03 ws-det-valor                         pic 9(13).
              *>Valor em centavos, sem virgula, como o banco pede.
           03 ws-det-data-vencimento               pic 9(08).
           03 ws-det-parcela                       pic 9(02).
           03 filler                               pic x(74) value spaces.

       01  ws-remessa-trailer.
           03 filler                               pic x(01) value "9".
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0027.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time

      *> Periodo do controle: o dia da remessa; no estorno, o dia
      *> informado em lnk-dt-referencia, se houver.
            move ws-data-inv                       to ws-data-remessa
            if   lnk-estorno-execucao
            and  lnk-dt-referencia not equal zeroes
                 move lnk-dt-referencia            to ws-data-remessa
            end-if
            move ws-data-remessa                   to ws-cex-periodo
           .
       1000-exit.
            exit.
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 9870-abre-controle-execucao
                 if   ws-cex-mensagem not equal spaces
                      move ws-cex-mensagem         to ws-ds-tracelog
                      perform 9000-tracelog
                 end-if
                 evaluate true
                     when ws-cex-em-execucao
                          perform 2050-proximo-nosso-numero
                          perform 2100-gera-remessa
                          perform 9877-conclui-execucao
                     when ws-cex-estorno
                          perform 2900-estorna-remessa
                     when ws-cex-nada-a-estornar
                          continue
                     when other
                          move "S"                 to ws-run-id-falha
                          move ws-cex-mensagem     to ws-run-ds-status
                 end-evaluate
            end-if

            close CSBHD029
            move ws-remessa-header                 to rem-registro
            write rem-registro

      *> Retomada: os boletos que a remessa interrompida ja gravou
      *> voltam para o arquivo, e a varredura recomeca na ultima
      *> fatura confirmada (os boletos dela ja gravados sao pulados).
            initialize                             fftr-chave-1
            move lnk-cd-empresa                    to fftr-cd-empresa
            move lnk-cd-filial                     to fftr-cd-filial
            if   ws-cex-retomada
                 perform 2150-relista-boletos
                 if   ws-cex-ultimo-documento not equal spaces
                      move ws-cex-ultimo-documento to fftr-chave-1
                      subtract 1                   from fftr-cd-fatura
                 end-if
            end-if
            perform 9000-str-CSBHD029-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
       2100-exit.
            exit.
      *>=====================================================================
       2150-relista-boletos section.
       2150.
            move zeroes                            to ws-cex-sequencia
            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 move ws-cex-chave-documento       to ws-doc-boleto
                 move ws-doc-bol-chave             to fbol-chave-1
                 perform 9000-ler-CSBHD056-ran
                 if   ws-operacao-ok
                 and  fbol-nosso-numero equal ws-doc-bol-nosso-numero
                      perform 2220-grava-detalhe
                      add 1                        to ws-qtde-relistados
                 end-if
                 move "00"                         to ws-resultado-acesso
                 perform 9879-proximo-documento
            end-perform
            move spaces                            to ws-ds-tracelog
            string "Boletos da remessa interrompida relistados: "
                   ws-qtde-relistados delimited by size
                                                   into ws-ds-tracelog
            perform 9000-tracelog
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Cada parcela da fatura sem boleto ganha nosso-numero, controle
      *> e linha na remessa; parcela ja remetida fica como esta. Fatura
      *> cancelada pelo estorno do faturamento nao e cobrada.
       2200-processa-fatura section.
       2200.
            if   fftr-situacao-cancelada
                 exit section
            end-if
            move spaces                            to ws-id-titulo-localizado
            initialize                             ftcr-chave-1
            move fftr-cd-empresa                   to ftcr-cd-empresa
            move fftr-cd-filial                    to ftcr-cd-filial
            move fftr-cd-fatura                    to ftcr-cd-titulo
            move zeroes                            to ftcr-parcela
            perform 9000-str-CSBHD040-gtr
            move spaces                            to ws-id-fim-titulo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-titulo
            end-if
            perform until ws-fim-titulo
                 perform 9000-ler-CSBHD040-next
                 if   not ws-operacao-ok
                 or   ftcr-cd-empresa not equal fftr-cd-empresa
                 or   ftcr-cd-filial  not equal fftr-cd-filial
                 or   ftcr-cd-titulo  not equal fftr-cd-fatura
                      move "S"                     to ws-id-fim-titulo
                 else
                      move "S"                     to ws-id-titulo-localizado
                      if   not ftcr-situacao-cancelado
                           move ftcr-parcela       to ws-parcela-boleto
                           move ftcr-valor         to ws-valor-boleto
                           move ftcr-data-vencimento to ws-data-vencimento
                           perform 2210-emite-boleto
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   not ws-titulo-localizado
                 move 1                            to ws-parcela-boleto
                 move fftr-total-liquido           to ws-valor-boleto
                 move zeroes                       to ws-data-vencimento
                 perform 2210-emite-boleto
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-emite-boleto section.
       2210.
            initialize                             fbol-chave-1
            move fftr-cd-empresa                   to fbol-cd-empresa
            move fftr-cd-filial                    to fbol-cd-filial
            move fftr-cd-fatura                    to fbol-cd-fatura
            move ws-parcela-boleto                 to fbol-parcela
            move spaces                            to ws-id-boleto-cancelado
            perform 9000-ler-CSBHD056-ran
            if   ws-operacao-ok
                 if   not fbol-situacao-cancelado
                      exit section
                 end-if
                 move "S"                          to ws-id-boleto-cancelado
                 move fbol-boleto                  to ws-hst-imagem-anterior
            end-if
            move "00"                              to ws-resultado-acesso

            if   not ws-titulo-localizado
                 move spaces                       to ws-ds-tracelog
                 string "Erro - Fatura " fftr-cd-fatura
                        " sem titulo a receber: remessa sai com "
                        "vencimento zerado" delimited by size
                                                   into ws-ds-tracelog
                 perform 9000-tracelog
            end-if

            initialize                             fbol-boleto
            move fftr-cd-empresa                   to fbol-cd-empresa
            move fftr-cd-filial                    to fbol-cd-filial
            move fftr-cd-fatura                    to fbol-cd-fatura
            move ws-parcela-boleto                 to fbol-parcela
            move ws-proximo-nosso-numero           to fbol-nosso-numero
            move fftr-cd-cliente                   to fbol-cd-cliente
            move ws-valor-boleto                   to fbol-valor
            move ws-data-vencimento                to fbol-data-vencimento
            move ws-data-inv                       to fbol-data-remessa
            move "R"                               to fbol-situacao
            move ws-minutos                        to fbol-hr-atualizacao-minuto
            move ws-segundos                       to fbol-hr-atualizacao-segundo
            move este-programa                     to fbol-job-origem
            if   ws-boleto-cancelado
                 perform 9000-regravar-CSBHD056
            else
                 perform 9000-gravar-CSBHD056
            end-if
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   ws-boleto-cancelado
                 move "CSBHF056"                   to ws-hst-tabela
                 move fbol-chave-1                 to ws-hst-chave
                 move "R"                          to ws-hst-operacao
                 move fbol-boleto                  to ws-hst-imagem-atual
                 perform 9800-grava-historico
            end-if

            move "CSBHD056"                        to ws-cex-arquivo
            move fbol-chave-1                      to ws-doc-bol-chave
            move fbol-nosso-numero                 to ws-doc-bol-nosso-numero
            move ws-doc-boleto                     to ws-cex-chave-documento
            perform 9872-registra-documento
            move fftr-chave-1                      to ws-cex-ultimo-documento
            perform 9874-confirma-documento

            perform 2220-grava-detalhe
            add 1                                  to ws-proximo-nosso-numero
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Linha de detalhe do boleto corrente (fbol-boleto) na remessa.
       2220-grava-detalhe section.
       2220.
            move fbol-cd-empresa                   to ws-det-cd-empresa
            move fbol-cd-filial                    to ws-det-cd-filial
            move fbol-cd-fatura                    to ws-det-cd-fatura
            move fbol-parcela                      to ws-det-parcela
            move fbol-nosso-numero                 to ws-det-nosso-numero
            move fbol-cd-cliente                   to ws-det-cd-cliente
            compute ws-det-valor =
                    fbol-valor * 100
            move fbol-data-vencimento              to ws-det-data-vencimento
            move ws-remessa-detalhe                to rem-registro
            write rem-registro

            add 1                                  to ws-qtde-boletos
            add fbol-valor                         to ws-total-remessa
           .
       2220-exit.
            exit.
      *>=====================================================================
      *> Estorno da remessa do dia (lnk-estorno-execucao): confere que
      *> nenhum boleto dela esta pago e so entao cancela todos, com o
      *> arquivo de estorno para o banco no layout da remessa.
       2900-estorna-remessa section.
       2900.
            move zeroes                            to ws-qtde-nao-estornaveis
            move zeroes                            to ws-cex-sequencia
            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 move ws-cex-chave-documento       to ws-doc-boleto
                 move ws-doc-bol-chave             to fbol-chave-1
                 perform 9000-ler-CSBHD056-ran
                 if   ws-operacao-ok
                 and  fbol-nosso-numero equal ws-doc-bol-nosso-numero
                 and  fbol-situacao-pago
                      add 1                        to ws-qtde-nao-estornaveis
                      move spaces                  to ws-ds-tracelog
                      string "Erro - boleto " fbol-nosso-numero " da fatura "
                             fbol-cd-fatura "/" fbol-parcela
                             " ja pago - estorno nao permitido"
                             delimited by size into ws-ds-tracelog
                      perform 9000-tracelog
                 end-if
                 move "00"                         to ws-resultado-acesso
                 perform 9879-proximo-documento
            end-perform

            if   ws-qtde-nao-estornaveis not equal zeroes
                 perform 9881-encerra-controle
                 move "S"                          to ws-run-id-falha
                 move spaces                       to ws-run-ds-status
                 string "Estorno recusado: " ws-qtde-nao-estornaveis
                        " boletos pagos" delimited by size
                                                   into ws-run-ds-status
                 move ws-run-ds-status             to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move spaces                            to wid-arqremessa
            string lnk-extractionPath delimited by space,
                   "/CSBH03035R_ESTORNO_" delimited by size,
                   ws-data-remessa delimited by size,
                   ".TXT" delimited by size into wid-arqremessa
            open output arqremessa
            move spaces                            to ws-remessa-header (2:)
            move "ESTORNO"                         to ws-hdr-literal
            move lnk-cd-empresa                    to ws-hdr-cd-empresa
            move lnk-cd-filial                     to ws-hdr-cd-filial
            move ws-data-remessa                   to ws-hdr-data-geracao
            move ws-remessa-header                 to rem-registro
            write rem-registro

            move zeroes                            to ws-cex-sequencia
            perform 9878-posiciona-documentos
            perform 9879-proximo-documento
            perform until ws-cex-fim
                 perform 2910-cancela-boleto
                 if   ws-documento-cancelado
                      perform 9880-marca-documento-estornado
                 end-if
                 perform 9879-proximo-documento
            end-perform

            move ws-qtde-boletos                   to ws-trl-qtde-boletos
            compute ws-trl-total =
                    ws-total-remessa * 100
            move ws-remessa-trailer                to rem-registro
            write rem-registro
            close arqremessa
            perform 9877-conclui-execucao
           .
       2900-exit.
            exit.
      *>=====================================================================
      *> Boleto reemitido depois (outro nosso-numero na mesma parcela)
      *> ja nao e desta remessa e fica como esta.
       2910-cancela-boleto section.
       2910.
            move spaces                            to ws-id-documento-cancelado
            move ws-cex-chave-documento            to ws-doc-boleto
            move ws-doc-bol-chave                  to fbol-chave-1
            perform 9000-ler-CSBHD056-ran
            if   not ws-operacao-ok
            or   fbol-nosso-numero not equal ws-doc-bol-nosso-numero
            or   fbol-situacao-cancelado
                 move "S"                          to ws-id-documento-cancelado
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move fbol-boleto                       to ws-hst-imagem-anterior
            move "C"                               to fbol-situacao
            accept ws-horas                        from time
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
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move "CSBHF056"                        to ws-hst-tabela
            move fbol-chave-1                      to ws-hst-chave
            move "R"                               to ws-hst-operacao
            move fbol-boleto                       to ws-hst-imagem-atual
            perform 9800-grava-historico
            move "S"                               to ws-id-documento-cancelado
            perform 2220-grava-detalhe
           .
       2910-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
            perform 9000-tracelog

            move ws-qtde-boletos                   to ws-run-qtde-registros
            if   ws-cex-estorno
                 move ws-cex-qtde-estornados       to ws-run-qtde-registros
            end-if
            perform 9510-registra-fim-execucao
            close trace-log

      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP005.
       COPY CSBHP026.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL029.
       COPY CSBHL033.
       COPY CSBHL036.
       COPY CSBHL040.
       COPY CSBHL056.
       COPY CSBHL133.
