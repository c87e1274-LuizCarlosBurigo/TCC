       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03077G.
      *>=====================================================================
      *> Reclamacao de garantia por numero de serie (CSBHD115):
      *>   "A" abre a reclamacao de balcao: a serie (CSBHD059) tem de
      *>       ter sido expedida e estar dentro da garantia do cliente
      *>       - fprd-meses-garantia-cliente (CSBHD044) contados de
      *>       fser-data-saida. Registra a falha e a decisao (reparo,
      *>       troca ou credito) com o custo; troca e credito sem custo
      *>       informado saem pelo custo medio do produto (CSBHD081).
      *>       Dentro da garantia do fornecedor - fprd-meses-garantia-
      *>       fornecedor contados de fser-data-entrada - a reclamacao
      *>       volta contra o fornecedor da Entrada da serie (CSBHD007)
      *>       pelo mesmo custo;
      *>   "P" informa a recuperacao recebida do fornecedor;
      *>   "N" registra a recusa do fornecedor.
      *> A consulta de balcao da serie continua no CSBH02052Q.
      *> Protegida pela permissao de manutencao (CSBH03018A); segue o
      *> modelo de subprograma chamavel de CSBH03044P.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS034.
           COPY CSBHS044.
           COPY CSBHS059.
           COPY CSBHS081.
           COPY CSBHS115.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF007.
           COPY CSBHF034.
           COPY CSBHF044.
           COPY CSBHF059.
           COPY CSBHF081.
           COPY CSBHF115.

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
       78  este-programa                                     value "CSBH03077G".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03077g             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03077g                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-proxima-garantia                  pic 9(09) value zeroes.
           03 ws-data-limite-cliente               pic 9(08) value zeroes.
           03 ws-data-limite-fornecedor            pic 9(08) value zeroes.
           03 ws-cd-fornecedor                     pic 9(09) value zeroes.
           03 ws-valor-custo                       pic s9(11)v99 value zeroes.
      *> Data base mais meses de garantia (2150-soma-meses).
           03 ws-gar-data-base                     pic 9(08) value zeroes.
           03 ws-gar-meses                         pic 9(03) value zeroes.
           03 ws-gar-data-limite                   pic 9(08) value zeroes.
           03 ws-gar-data-limite-r redefines ws-gar-data-limite.
              05 ws-gar-limite-ano                 pic 9(04).
              05 ws-gar-limite-mes                 pic 9(02).
              05 ws-gar-limite-dia                 pic 9(02).
           03 ws-gar-total-meses                   pic 9(06) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-gar-parametros.
           03 lnk-gar-operacao                      pic x(01).
              88 lnk-gar-abrir                                value "A" "a".
              88 lnk-gar-recuperar                            value "P" "p".
              88 lnk-gar-recusa-fornecedor                    value "N" "n".
           03 lnk-gar-cd-garantia                   pic 9(09).
              *> Devolvido na abertura; informado nas demais operacoes.
           03 lnk-gar-cd-produto                    pic 9(09).
           03 lnk-gar-numero-serie                  pic x(20).
           03 lnk-gar-ds-falha                      pic x(80).
           03 lnk-gar-decisao                       pic x(01).
              *> R = reparo, T = troca, C = credito.
           03 lnk-gar-valor-custo                   pic 9(11)v99.
              *> Zero na troca/credito = custo medio do produto.
           03 lnk-gar-valor-recuperado              pic 9(11)v99.
           03 lnk-gar-data-limite-cliente           pic 9(08).
           03 lnk-gar-id-fornecedor                 pic x(01).
              *> Devolvido: "S" = reclamacao aberta contra o fornecedor.
           03 lnk-gar-cd-fornecedor                 pic 9(09).
           03 lnk-gar-id-ok                         pic x(01).
              88 lnk-gar-ok                                   value "S".
           03 lnk-gar-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-gar-parametros.
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

            move spaces                             to lnk-gar-id-ok
            move spaces                             to lnk-gar-id-erro
            move spaces                             to lnk-gar-id-fornecedor
            move zeroes                             to lnk-gar-data-limite-cliente
            move zeroes                             to lnk-gar-cd-fornecedor
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
                 move "N"                          to lnk-gar-id-ok
                 move ws-aut-id-erro               to lnk-gar-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD115"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-gar-id-ok
                 move "Garantias indisponiveis: batch em execucao"
                                                   to lnk-gar-id-erro
                 exit section
            end-if

            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD059
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD115
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 if   lnk-gar-abrir
                      perform 2100-abre-garantia
                 else
                      perform 2200-atualiza-garantia
                 end-if
            else
                 move "N"                          to lnk-gar-id-ok
                 move whs-mensagem                 to lnk-gar-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD007
            close CSBHD044
            close CSBHD059
            close CSBHD081
            close CSBHD115

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Abertura: serie expedida, dentro da garantia do cliente.
       2100-abre-garantia section.
       2100.
            if   lnk-gar-decisao not equal "R"
            and  lnk-gar-decisao not equal "T"
            and  lnk-gar-decisao not equal "C"
                 move "N"                          to lnk-gar-id-ok
                 string "Decisao invalida: [" lnk-gar-decisao
                        "] (R = reparo, T = troca, C = credito)"
                        delimited by size into lnk-gar-id-erro
                 exit section
            end-if
            if   lnk-gar-ds-falha equal spaces
                 move "N"                          to lnk-gar-id-ok
                 move "Falha nao informada"        to lnk-gar-id-erro
                 exit section
            end-if

            initialize                             fser-chave-1
            move lnk-gar-cd-produto                to fser-cd-produto
            move lnk-gar-numero-serie              to fser-numero-serie
            perform 9000-ler-CSBHD059-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-gar-id-ok
                 string "Serie [" lnk-gar-numero-serie "] do produto "
                        lnk-gar-cd-produto " nao localizada"
                        delimited by size into lnk-gar-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   fser-cd-saida equal zeroes
            or   fser-data-saida equal zeroes
                 move "N"                          to lnk-gar-id-ok
                 string "Serie [" lnk-gar-numero-serie
                        "] ainda nao expedida"
                        delimited by size into lnk-gar-id-erro
                 exit section
            end-if

            initialize                             fprd-chave-1
            move lnk-gar-cd-produto                to fprd-cd-produto
            perform 9000-ler-CSBHD044-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-gar-id-ok
                 string "Produto " lnk-gar-cd-produto
                        " nao cadastrado em CSBHD044"
                        delimited by size into lnk-gar-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move fser-data-saida                   to ws-gar-data-base
            move fprd-meses-garantia-cliente       to ws-gar-meses
            perform 2150-soma-meses
            move ws-gar-data-limite                to ws-data-limite-cliente
            move ws-data-limite-cliente            to lnk-gar-data-limite-cliente
            if   fprd-meses-garantia-cliente equal zeroes
            or   ws-data-inv > ws-data-limite-cliente
                 move "N"                          to lnk-gar-id-ok
                 string "Serie fora da garantia: expedida em "
                        fser-data-saida ", garantia ate "
                        ws-data-limite-cliente
                        delimited by size into lnk-gar-id-erro
                 exit section
            end-if

            move lnk-gar-valor-custo               to ws-valor-custo
            if   ws-valor-custo equal zeroes
            and  lnk-gar-decisao not equal "R"
                 initialize                        fcmd-chave-1
                 move fser-cd-empresa              to fcmd-cd-empresa
                 move fser-cd-filial               to fcmd-cd-filial
                 move fser-cd-produto              to fcmd-cd-produto
                 perform 9000-ler-CSBHD081-ran
                 if   ws-operacao-ok
                      compute ws-valor-custo rounded = fcmd-custo-medio
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if

      *> Garantia do fornecedor: conta da Entrada da serie.
            move zeroes                            to ws-cd-fornecedor
            move zeroes                            to ws-data-limite-fornecedor
            if   fprd-meses-garantia-fornecedor > zeroes
            and  fser-data-entrada > zeroes
                 move fser-data-entrada            to ws-gar-data-base
                 move fprd-meses-garantia-fornecedor
                                                   to ws-gar-meses
                 perform 2150-soma-meses
                 move ws-gar-data-limite           to ws-data-limite-fornecedor
                 if   ws-data-inv not > ws-data-limite-fornecedor
                      perform 2160-localiza-fornecedor
                 end-if
            end-if

            move 1                                 to ws-proxima-garantia
            initialize                             fgar-chave-1
            move lnk-cd-empresa                    to fgar-cd-empresa
            move lnk-cd-filial                     to fgar-cd-filial
            move 999999999                         to fgar-cd-garantia
            perform 9000-str-CSBHD115-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD115-pre
                 if   ws-operacao-ok
                 and  fgar-cd-empresa equal lnk-cd-empresa
                 and  fgar-cd-filial  equal lnk-cd-filial
                      compute ws-proxima-garantia = fgar-cd-garantia + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fgar-garantia
            move lnk-cd-empresa                    to fgar-cd-empresa
            move lnk-cd-filial                     to fgar-cd-filial
            move ws-proxima-garantia               to fgar-cd-garantia
            move fser-cd-produto                   to fgar-cd-produto
            move fser-numero-serie                 to fgar-numero-serie
            move fser-cd-saida                     to fgar-cd-saida
            move fser-data-saida                   to fgar-data-saida
            move fser-cd-entrada                   to fgar-cd-entrada
            move fser-data-entrada                 to fgar-data-entrada
            move ws-data-inv                       to fgar-data-reclamacao
            move ws-data-limite-cliente            to fgar-data-limite-cliente
            move lnk-gar-ds-falha                  to fgar-ds-falha
            move lnk-gar-decisao                   to fgar-decisao
            move ws-valor-custo                    to fgar-valor-custo
            move ws-data-limite-fornecedor         to fgar-data-limite-fornecedor
            if   ws-cd-fornecedor > zeroes
                 move ws-cd-fornecedor             to fgar-cd-fornecedor
                 move "A"                          to fgar-situacao-fornecedor
                 move ws-valor-custo               to fgar-valor-reclamado-fornecedor
            else
                 move space                        to fgar-situacao-fornecedor
            end-if
            move lnk-cd-operador                   to fgar-cd-operador
            perform 2900-carimba-garantia
            perform 9000-gravar-CSBHD115
            if   not ws-operacao-ok
                 move "N"                          to lnk-gar-id-ok
                 move whs-mensagem                 to lnk-gar-id-erro
                 exit section
            end-if
            move ws-proxima-garantia               to lnk-gar-cd-garantia
            move ws-valor-custo                    to lnk-gar-valor-custo
            if   ws-cd-fornecedor > zeroes
                 move "S"                          to lnk-gar-id-fornecedor
                 move ws-cd-fornecedor             to lnk-gar-cd-fornecedor
            else
                 move "N"                          to lnk-gar-id-fornecedor
            end-if
            move "S"                               to lnk-gar-id-ok
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Data base mais N meses, no mesmo dia do mes; dia que nao existe
      *> no mes final (31 em abril, 29 em fevereiro) cai no ultimo dia.
       2150-soma-meses section.
       2150.
            move ws-gar-data-base                  to ws-gar-data-limite
            compute ws-gar-total-meses =
                    ws-gar-limite-ano * 12 + ws-gar-limite-mes - 1
                    + ws-gar-meses
            compute ws-gar-limite-ano = ws-gar-total-meses / 12
            compute ws-gar-limite-mes =
                    ws-gar-total-meses - ws-gar-limite-ano * 12 + 1
            perform until function test-date-yyyymmdd(ws-gar-data-limite)
                          equal zero
                       or ws-gar-limite-dia < 29
                 subtract 1                        from ws-gar-limite-dia
            end-perform
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Fornecedor da Entrada que recebeu a serie.
       2160-localiza-fornecedor section.
       2160.
            initialize                             fdetd-entrada
            move fser-cd-empresa                   to fdfnc-cd-empresa
            move fser-cd-filial                    to fdfnc-cd-filial
            move fser-cd-entrada                   to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
            end-if
            if   ws-operacao-ok
            and  fdfnc-cd-empresa equal fser-cd-empresa
            and  fdfnc-cd-filial  equal fser-cd-filial
            and  fdfnc-cd-entrada equal fser-cd-entrada
                 move fdetd-cd-fornecedor          to ws-cd-fornecedor
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2160-exit.
            exit.
      *>=====================================================================
       2200-atualiza-garantia section.
       2200.
            initialize                             fgar-chave-1
            move lnk-cd-empresa                    to fgar-cd-empresa
            move lnk-cd-filial                     to fgar-cd-filial
            move lnk-gar-cd-garantia               to fgar-cd-garantia
            perform 9000-ler-CSBHD115-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-gar-id-ok
                 string "Garantia " lnk-gar-cd-garantia " nao localizada"
                        delimited by size into lnk-gar-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   not fgar-fornecedor-aberta
                 move "N"                          to lnk-gar-id-ok
                 move "Garantia sem reclamacao aberta contra o fornecedor"
                                                   to lnk-gar-id-erro
                 exit section
            end-if

            evaluate true
                when lnk-gar-recuperar
                     if   lnk-gar-valor-recuperado equal zeroes
                          move "N"                 to lnk-gar-id-ok
                          move "Valor recuperado nao informado"
                                                   to lnk-gar-id-erro
                          exit section
                     end-if
                     add lnk-gar-valor-recuperado  to fgar-valor-recuperado
                     move ws-data-inv              to fgar-data-recuperacao
                     move "R"                      to fgar-situacao-fornecedor
                when lnk-gar-recusa-fornecedor
                     move "N"                      to fgar-situacao-fornecedor
                     move ws-data-inv              to fgar-data-recuperacao
                when other
                     move "N"                      to lnk-gar-id-ok
                     string "Operacao invalida: [" lnk-gar-operacao "]"
                            delimited by size into lnk-gar-id-erro
                     exit section
            end-evaluate

            move lnk-cd-operador                   to fgar-cd-operador
            perform 2900-carimba-garantia
            perform 9000-regravar-CSBHD115
            if   not ws-operacao-ok
                 move "N"                          to lnk-gar-id-ok
                 move whs-mensagem                 to lnk-gar-id-erro
                 exit section
            end-if
            move fgar-cd-fornecedor                to lnk-gar-cd-fornecedor
            move "S"                               to lnk-gar-id-ok
           .
       2200-exit.
            exit.
      *>=====================================================================
       2900-carimba-garantia section.
       2900.
            move ws-ano-inv                        to fgar-dt-atualizacao-ano
            move ws-mes-inv                        to fgar-dt-atualizacao-mes
            move ws-dia-inv                        to fgar-dt-atualizacao-dia
            move ws-hora                           to fgar-hr-atualizacao-hora
            move ws-minutos                        to fgar-hr-atualizacao-minuto
            move ws-segundos                       to fgar-hr-atualizacao-segundo
            move este-programa                     to fgar-job-origem
           .
       2900-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03077g

            if   ws-tracelog-csbh03077g
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
            if   ws-tracelog-csbh03077g
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL034.
       COPY CSBHL044.
       COPY CSBHL059.
       COPY CSBHL081.
       COPY CSBHL115.
