       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03065A.
      *>=====================================================================
      *> Aplicacao de credito de cliente: o operador distribui o
      *> credito livre do cliente (CSBHD094 - adiantamento ou
      *> recebimento nao aplicado gerado na baixa CSBH03024R) por um ou
      *> mais titulos em aberto de CSBHD040 do mesmo cliente. Para cada
      *> titulo da lista aplica o valor pedido (zero = o saldo do
      *> titulo), limitado ao saldo e ao credito que restar, de um
      *> credito so (lnk-apl-sequencia) ou de todos, do mais antigo
      *> para o mais novo - pela copy CSBHP015, a mesma do faturamento
      *> CSBH03014F. A tentativa e conferida e trilhada pelo CSBH03018A
      *> (funcao "M"), o titulo alterado fica no historico de cadastro
      *> (CSBHD036) e a baixa batch em execucao (semaforo de CSBHD094)
      *> barra a transacao. Segue o modelo de CSBH03033A.
      *> A aplicacao entra no diario contabil (CSBHD096, evento APCR).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS030.
           COPY CSBHS034.
           COPY CSBHS036.
           COPY CSBHS040.
           COPY CSBHS091.
           COPY CSBHS094.
           COPY CSBHS095.
           COPY CSBHS096.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF030.
           COPY CSBHF034.
           COPY CSBHF036.
           COPY CSBHF040.
           COPY CSBHF091.
           COPY CSBHF094.
           COPY CSBHF095.
           COPY CSBHF096.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       01  ws-campos-autorizacao.
           03 ws-aut-parametros.
              05 ws-aut-funcao                     pic x(01).
              05 ws-aut-programa                   pic x(10).
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03065A".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03065a             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03065a                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-idx-apl                           pic 9(02) value zeroes.
           03 ws-valor-disponivel                  pic s9(11)v99 value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0016.
      *>=====================================================================
       COPY CSBHW0017.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-apl-parametros.
           03 lnk-apl-cd-cliente                    pic 9(09).
           03 lnk-apl-sequencia                     pic 9(05).
              *>Credito a aplicar; zero = todos os creditos livres.
           03 lnk-apl-qtde-titulos                  pic 9(02).
           03 lnk-apl-titulo occurs 10 times.
              05 lnk-apl-cd-empresa                 pic 9(03).
              05 lnk-apl-cd-filial                  pic 9(03).
              05 lnk-apl-cd-titulo                  pic 9(09).
              05 lnk-apl-parcela                    pic 9(02).
              05 lnk-apl-valor                      pic s9(11)v99.
                 *>Valor a aplicar; zero = o saldo do titulo.
              05 lnk-apl-valor-aplicado-titulo      pic s9(11)v99.
           03 lnk-apl-valor-aplicado                pic s9(11)v99.
           03 lnk-apl-id-ok                         pic x(01).
              88 lnk-apl-ok                                   value "S".
           03 lnk-apl-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-apl-parametros.
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

            move spaces                             to lnk-apl-id-ok
            move spaces                             to lnk-apl-id-erro
            move zeroes                             to lnk-apl-valor-aplicado
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

            initialize                             ws-aut-parametros
            move "M"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-apl-id-ok
                 move ws-aut-id-erro               to lnk-apl-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   lnk-apl-qtde-titulos equal zeroes
            or   lnk-apl-qtde-titulos > 10
                 move "N"                          to lnk-apl-id-ok
                 string "Quantidade de titulos invalida: ["
                        lnk-apl-qtde-titulos "]" delimited by size
                                                   into lnk-apl-id-erro
                 exit section
            end-if

            move "CSBHD094"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-apl-id-ok
                 move "Aplicacao indisponivel: batch em execucao"
                                                   to lnk-apl-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD030
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD091
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD094
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-confere-credito
                 if   lnk-apl-id-ok not equal "N"
                      perform 2200-aplica-titulo
                         varying ws-idx-apl from 1 by 1
                           until ws-idx-apl > lnk-apl-qtde-titulos
                              or lnk-apl-id-ok equal "N"
                              or ws-valor-disponivel not > zeroes
                 end-if
                 if   lnk-apl-id-ok not equal "N"
                      if   lnk-apl-valor-aplicado > zeroes
                           move "S"                to lnk-apl-id-ok
                      else
                           move "N"                to lnk-apl-id-ok
                           move "Nenhum valor aplicado aos titulos informados"
                                                   to lnk-apl-id-erro
                      end-if
                 end-if
            else
                 move "N"                          to lnk-apl-id-ok
                 move whs-mensagem                 to lnk-apl-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD030
            close CSBHD040
            close CSBHD091
            close CSBHD094
            close CSBHD095
            close CSBHD096

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Credito livre do cliente: o credito pedido ou a soma de todos
      *> os que estao em aberto. Sem credito livre nada e aplicado.
       2100-confere-credito section.
       2100.
            move zeroes                            to ws-valor-disponivel
            initialize                             fadt-chave-1
            move lnk-apl-cd-cliente                to fadt-cd-cliente
            if   lnk-apl-sequencia not equal zeroes
                 move lnk-apl-sequencia            to fadt-sequencia
                 perform 9000-ler-CSBHD094-ran
                 if   ws-operacao-ok
                 and  fadt-situacao-aberto
                      compute ws-valor-disponivel =
                              fadt-valor - fadt-valor-aplicado
                 end-if
            else
                 perform 9000-str-CSBHD094-gtr
                 if   ws-operacao-ok
                      perform 9000-ler-CSBHD094-next
                 end-if
                 perform
                   until not ws-operacao-ok
                      or fadt-cd-cliente not equal lnk-apl-cd-cliente
                         if   fadt-situacao-aberto
                              compute ws-valor-disponivel =
                                      ws-valor-disponivel
                                    + fadt-valor - fadt-valor-aplicado
                         end-if
                         perform 9000-ler-CSBHD094-next
                 end-perform
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-valor-disponivel not > zeroes
                 move "N"                          to lnk-apl-id-ok
                 string "Cliente " lnk-apl-cd-cliente
                        " sem credito livre" delimited by size
                                                   into lnk-apl-id-erro
            end-if
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Um titulo da lista: precisa existir, estar em aberto e ser do
      *> cliente do credito; titulo que nao se encaixa barra a lista a
      *> partir dele (o que ja foi aplicado fica).
       2200-aplica-titulo section.
       2200.
            move zeroes                            to lnk-apl-valor-aplicado-titulo (ws-idx-apl)
            initialize                             ftcr-chave-1
            move lnk-apl-cd-empresa (ws-idx-apl)   to ftcr-cd-empresa
            move lnk-apl-cd-filial  (ws-idx-apl)   to ftcr-cd-filial
            move lnk-apl-cd-titulo  (ws-idx-apl)   to ftcr-cd-titulo
            move lnk-apl-parcela    (ws-idx-apl)   to ftcr-parcela
            perform 9000-ler-CSBHD040-ran
            if   not ws-operacao-ok
            or   ftcr-situacao-pago
            or   ftcr-situacao-cancelado
            or   ftcr-cd-cliente not equal lnk-apl-cd-cliente
                 move "N"                          to lnk-apl-id-ok
                 string "Titulo " lnk-apl-cd-titulo (ws-idx-apl)
                        " parcela " lnk-apl-parcela (ws-idx-apl)
                        " inexistente, liquidado ou de outro cliente"
                        delimited by size into lnk-apl-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            move ftcr-titulo-receber               to ws-hst-imagem-anterior

            move lnk-apl-sequencia                 to ws-apc-sequencia
            move lnk-apl-valor (ws-idx-apl)        to ws-apc-valor-maximo
            perform 9496-aplica-credito-titulo
            if   ws-apc-id-erro not equal spaces
                 move "N"                          to lnk-apl-id-ok
                 move ws-apc-id-erro               to lnk-apl-id-erro
                 move ws-apc-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            if   ws-apc-valor-aplicado equal zeroes
                 exit section
            end-if
            move ws-apc-valor-aplicado             to lnk-apl-valor-aplicado-titulo (ws-idx-apl)
            add ws-apc-valor-aplicado              to lnk-apl-valor-aplicado
            subtract ws-apc-valor-aplicado         from ws-valor-disponivel

            move "CSBHF040"                        to ws-hst-tabela
            move spaces                            to ws-hst-chave
            string ftcr-cd-empresa ftcr-cd-filial ftcr-cd-titulo
                   ftcr-parcela delimited by size into ws-hst-chave
            move "R"                               to ws-hst-operacao
            move ftcr-titulo-receber               to ws-hst-imagem-atual
            perform 9800-grava-historico
           .
       2200-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

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
            move Return-Code                    to ws-id-tracelog-csbh03065a

            if   ws-tracelog-csbh03065a
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
            if   ws-tracelog-csbh03065a
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
       COPY CSBHP004.
       COPY CSBHP005.
       COPY CSBHP015.
       COPY CSBHP016.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL030.
       COPY CSBHL034.
       COPY CSBHL036.
       COPY CSBHL040.
       COPY CSBHL091.
       COPY CSBHL094.
       COPY CSBHL095.
       COPY CSBHL096.
