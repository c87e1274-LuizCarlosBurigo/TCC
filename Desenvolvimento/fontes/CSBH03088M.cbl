       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03088M.
      *>=====================================================================
      *> Transacao de manutencao (inquire/incluir/alterar/excluir) dos
      *> parametros de negocio (CSBHD130, fpng-chave-1: nome do
      *> parametro + empresa + filial), para ser chamada por um
      *> front-end interativo - mesmo modelo de CSBH03028M. Empresa e
      *> filial zeradas = valor geral; filial zero = valor da empresa.
      *> Os relatorios e jobs leem o parametro na partida (CSBHP025),
      *> entao a mudanca vale a partir da proxima execucao, sem
      *> recompilar. Excluir um valor de filial ou de empresa devolve
      *> o nivel de cima; excluir o geral devolve o padrao do programa.
      *> Funcao protegida ("M" no CSBH03018A), historico em CSBHD036 e
      *> concorrencia otimista pelo carimbo de atualizacao, como nas
      *> demais manutencoes. O arquivo e criado no primeiro incluir.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS034.
           COPY CSBHS036.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF034.
           COPY CSBHF036.
           COPY CSBHF130.

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
       78  este-programa                                     value "CSBH03088M".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03088m             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03088m                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-carimbo-arquivo.
              05 ws-car-dt-atualizacao             pic 9(08).
              05 ws-car-hr-atualizacao             pic 9(06).
              05 ws-car-job-origem                 pic x(10).

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-par-parametros.
           03 lnk-par-operacao                      pic x(01).
              88 lnk-par-inquire                              value "I" "i".
              88 lnk-par-incluir                               value "A" "a".
              88 lnk-par-alterar                               value "C" "c".
              88 lnk-par-excluir                               value "E" "e".
           03 lnk-par-cd-parametro                  pic x(30).
           03 lnk-par-cd-empresa                    pic 9(03).
           03 lnk-par-cd-filial                     pic 9(03).
           03 lnk-par-ds-parametro                  pic x(60).
           03 lnk-par-vl-parametro                  pic s9(11)v99.
           03 lnk-par-id-encontrado                 pic x(01).
              88 lnk-par-ret-ok                                value "S".
              88 lnk-par-ret-conflito                          value "C".
           03 lnk-par-id-erro                       pic x(100).
      *> Carimbo de atualizacao: devolvido no inquire, no incluir e no
      *> alterar; conferido contra o arquivo antes de regravar/excluir.
           03 lnk-par-carimbo.
              05 lnk-par-dt-atualizacao             pic 9(08).
              05 lnk-par-hr-atualizacao             pic 9(06).
              05 lnk-par-job-origem                 pic x(10).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-par-parametros.
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

            move spaces                             to lnk-par-id-encontrado
            move spaces                             to lnk-par-id-erro
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

      *> Funcao protegida: a permissao do operador e conferida (e a
      *> trilha de acesso gravada) pelo CSBH03018A antes de qualquer
      *> arquivo ser tocado.
            initialize                             ws-aut-parametros
            move "M"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-par-id-encontrado
                 move ws-aut-id-erro               to lnk-par-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   lnk-par-cd-parametro equal spaces
            or   (lnk-par-cd-empresa equal zeroes
            and   lnk-par-cd-filial not equal zeroes)
                 move "N"                          to lnk-par-id-encontrado
                 string "Parametro [" lnk-par-cd-parametro
                        "] empresa " lnk-par-cd-empresa
                        " filial " lnk-par-cd-filial
                        " invalido: filial exige empresa"
                        delimited by size into lnk-par-id-erro
                 exit section
            end-if
      *> Os programas guardam os limites sem sinal: negativo nao entra.
            if   (lnk-par-incluir or lnk-par-alterar)
            and  lnk-par-vl-parametro < zeroes
                 move "N"                          to lnk-par-id-encontrado
                 string "Parametro " lnk-par-cd-parametro delimited by space
                        " com valor negativo" delimited by size
                                                   into lnk-par-id-erro
                 exit section
            end-if

            move "CSBHD130"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-par-id-encontrado
                 move "Manutencao indisponivel: batch em execucao"
                                                   to lnk-par-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD130
            if   ws-arquivo-inexistente
                 perform 9000-abrir-o-CSBHD130
                 if   ws-operacao-ok
                      close CSBHD130
                      perform 9000-abrir-io-CSBHD130
                 end-if
            end-if
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 initialize                        fpng-chave-1
                 move lnk-par-cd-parametro         to fpng-cd-parametro
                 move lnk-par-cd-empresa           to fpng-cd-empresa
                 move lnk-par-cd-filial            to fpng-cd-filial
                 perform 9000-ler-CSBHD130-ran
                 if   ws-operacao-ok
                      move fpng-parametro          to ws-hst-imagem-anterior
                 else
                      move spaces                  to ws-hst-imagem-anterior
                 end-if

                 evaluate true
                     when lnk-par-inquire
                          perform 2100-inquire-parametro
                     when lnk-par-incluir
                          perform 2200-incluir-parametro
                     when lnk-par-alterar
                          perform 2300-alterar-parametro
                     when lnk-par-excluir
                          perform 2350-excluir-parametro
                     when other
                          move "N"                 to lnk-par-id-encontrado
                          string "Operacao de manutencao invalida: ["
                                 lnk-par-operacao "]" delimited by size
                                                    into lnk-par-id-erro
                 end-evaluate

                 close CSBHD130
            else
                 move "N"                          to lnk-par-id-encontrado
                 move whs-mensagem                 to lnk-par-id-erro
            end-if

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-inquire-parametro section.
       2100.
            if   ws-operacao-ok
                 move fpng-ds-parametro            to lnk-par-ds-parametro
                 move fpng-vl-parametro            to lnk-par-vl-parametro
                 perform 2410-devolve-carimbo
                 move "S"                          to lnk-par-id-encontrado
            else
                 perform 2110-monta-nao-localizado
            end-if
           .
       2100-exit.
            exit.
      *>=====================================================================
       2110-monta-nao-localizado section.
       2110.
            move "N"                               to lnk-par-id-encontrado
            string "Parametro " lnk-par-cd-parametro delimited by space
                   " empresa " lnk-par-cd-empresa
                   " filial " lnk-par-cd-filial
                   " nao localizado" delimited by size into lnk-par-id-erro
           .
       2110-exit.
            exit.
      *>=====================================================================
       2200-incluir-parametro section.
       2200.
            if   ws-operacao-ok
                 move "N"                          to lnk-par-id-encontrado
                 string "Parametro " lnk-par-cd-parametro delimited by space
                        " empresa " lnk-par-cd-empresa
                        " filial " lnk-par-cd-filial
                        " ja cadastrado" delimited by size into lnk-par-id-erro
            else
                 initialize                        fpng-parametro
                 move lnk-par-cd-parametro         to fpng-cd-parametro
                 move lnk-par-cd-empresa           to fpng-cd-empresa
                 move lnk-par-cd-filial            to fpng-cd-filial
                 move lnk-par-ds-parametro         to fpng-ds-parametro
                 move lnk-par-vl-parametro         to fpng-vl-parametro
                 perform 2400-carimba-atualizacao
                 perform 9000-gravar-CSBHD130
                 if   ws-operacao-ok
                      move "S"                     to lnk-par-id-encontrado
                      perform 2410-devolve-carimbo
                      move "W"                     to ws-hst-operacao
                      perform 2500-grava-historico-parametro
                 else
                      move "N"                     to lnk-par-id-encontrado
                      move whs-mensagem            to lnk-par-id-erro
                 end-if
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-alterar-parametro section.
       2300.
            if   not ws-operacao-ok
                 perform 2110-monta-nao-localizado
            else
                 perform 2420-confere-carimbo
                 if   lnk-par-ret-conflito
                      exit section
                 end-if
                 move lnk-par-ds-parametro         to fpng-ds-parametro
                 move lnk-par-vl-parametro         to fpng-vl-parametro
                 perform 2400-carimba-atualizacao
                 perform 9000-regravar-CSBHD130
                 if   ws-operacao-ok
                      move "S"                     to lnk-par-id-encontrado
                      perform 2410-devolve-carimbo
                      move "R"                     to ws-hst-operacao
                      perform 2500-grava-historico-parametro
                 else
                      move "N"                     to lnk-par-id-encontrado
                      move whs-mensagem            to lnk-par-id-erro
                 end-if
            end-if
           .
       2300-exit.
            exit.
      *>=====================================================================
       2350-excluir-parametro section.
       2350.
            if   not ws-operacao-ok
                 perform 2110-monta-nao-localizado
            else
                 perform 2420-confere-carimbo
                 if   lnk-par-ret-conflito
                      exit section
                 end-if
                 perform 9000-excluir-CSBHD130
                 if   ws-operacao-ok
                      move "S"                     to lnk-par-id-encontrado
                      move "D"                     to ws-hst-operacao
                      move spaces                  to fpng-parametro
                      perform 2500-grava-historico-parametro
                 else
                      move "N"                     to lnk-par-id-encontrado
                      move whs-mensagem            to lnk-par-id-erro
                 end-if
            end-if
           .
       2350-exit.
            exit.
      *>=====================================================================
       2400-carimba-atualizacao section.
       2400.
            accept ws-data-inv                     from date yyyymmdd
            move ws-ano-inv                        to fpng-dt-atualizacao-ano
            move ws-mes-inv                        to fpng-dt-atualizacao-mes
            move ws-dia-inv                        to fpng-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fpng-hr-atualizacao-hora
            move ws-minutos                        to fpng-hr-atualizacao-minuto
            move ws-segundos                       to fpng-hr-atualizacao-segundo
            move este-programa                     to fpng-job-origem
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> O carimbo do registro volta ao chamador - e o que ele devolve
      *> na alteracao para provar que ninguem gravou depois da leitura.
       2410-devolve-carimbo section.
       2410.
            move fpng-dt-atualizacao               to lnk-par-dt-atualizacao
            move fpng-hr-atualizacao               to lnk-par-hr-atualizacao
            move fpng-job-origem                   to lnk-par-job-origem
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Concorrencia otimista: o carimbo no arquivo tem de ser o que o
      *> chamador recebeu no inquire; se outro operador gravou depois,
      *> a alteracao (ou a exclusao) e recusada.
       2420-confere-carimbo section.
       2420.
            move fpng-dt-atualizacao               to ws-car-dt-atualizacao
            move fpng-hr-atualizacao               to ws-car-hr-atualizacao
            move fpng-job-origem                   to ws-car-job-origem
            if   ws-carimbo-arquivo not equal lnk-par-carimbo
                 move "C"                          to lnk-par-id-encontrado
                 move spaces                       to lnk-par-id-erro
                 string "Registro alterado por " ws-car-job-origem
                        " em " ws-car-dt-atualizacao (7:2) "/"
                        ws-car-dt-atualizacao (5:2) "/"
                        ws-car-dt-atualizacao (1:4) " as "
                        ws-car-hr-atualizacao (1:2) ":"
                        ws-car-hr-atualizacao (3:2)
                        " - consulte de novo antes de alterar"
                        delimited by size into lnk-par-id-erro
                 move lnk-par-id-erro                to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2420-exit.
            exit.
      *>=====================================================================
       2500-grava-historico-parametro section.
       2500.
            move "CSBHF130"                        to ws-hst-tabela
            move spaces                            to ws-hst-chave
            string lnk-par-cd-parametro delimited by space
                   "/" lnk-par-cd-empresa "/" lnk-par-cd-filial
                   delimited by size into ws-hst-chave
            move fpng-parametro                    to ws-hst-imagem-atual
            perform 9800-grava-historico
           .
       2500-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03088m

            if   ws-tracelog-csbh03088m
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
            if   ws-tracelog-csbh03088m
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL034.
       COPY CSBHL036.
       COPY CSBHL130.
