       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03081A.
      *>=====================================================================
      *> Aprovacao das propostas de parametro de estoque (CSBHD119,
      *> geradas pelo recalculo CSBH03080P): acao "A" aceita a proposta
      *> pendente e grava minimo, ponto de reposicao e maximo propostos
      *> em CSBHD020, com a imagem anterior e a nova no historico de
      *> alteracao (CSBHD036, 9800 de CSBHP005); acao "R" rejeita e o
      *> parametro vigente fica. Produto zero decide todas as
      *> propostas pendentes da filial; limite de variacao diferente de
      *> zero restringe a decisao em lote as propostas que mudaram ate
      *> aquele percentual (aceitar em massa o que variou pouco e
      *> olhar um a um o resto). Autorizacao do operador via
      *> CSBH03018A; segue o modelo de subprograma chamavel de
      *> CSBH03008J.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS020.
           COPY CSBHS036.
           COPY CSBHS119.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF020.
           COPY CSBHF036.
           COPY CSBHF119.

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
       78  este-programa                                     value "CSBH03081A".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03081a             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03081a                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-ppe-parametros.
           03 lnk-ppe-acao                          pic x(01).
              88 lnk-ppe-aceita                               value "A".
              88 lnk-ppe-rejeita                              value "R".
           03 lnk-ppe-cd-empresa                    pic 9(03).
           03 lnk-ppe-cd-filial                     pic 9(03).
           03 lnk-ppe-cd-produto                    pic 9(09).
              *> Zero decide todas as propostas pendentes da filial.
           03 lnk-ppe-limite-variacao               pic 9(05)v99.
              *> Decisao em lote: so propostas com variacao ate este
              *> percentual; zero = todas.
           03 lnk-ppe-qtde-decididas                pic 9(05).
           03 lnk-ppe-id-ok                         pic x(01).
              88 lnk-ppe-ok                                   value "S".
           03 lnk-ppe-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-ppe-parametros.
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

            move zeroes                            to lnk-ppe-qtde-decididas
            move spaces                            to lnk-ppe-id-ok
            move spaces                            to lnk-ppe-id-erro

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
                 move "N"                          to lnk-ppe-id-ok
                 move ws-aut-id-erro               to lnk-ppe-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            if   not lnk-ppe-aceita
            and  not lnk-ppe-rejeita
                 move "N"                          to lnk-ppe-id-ok
                 move "Acao invalida (A = aceita, R = rejeita)"
                                                   to lnk-ppe-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD020
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD119
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 if   lnk-ppe-cd-produto equal zeroes
                      perform 2100-decide-filial
                 else
                      perform 2150-decide-produto
                 end-if
                 if   lnk-ppe-id-erro equal spaces
                      move "S"                     to lnk-ppe-id-ok
                 end-if
            else
                 move "N"                          to lnk-ppe-id-ok
                 move whs-mensagem                 to lnk-ppe-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD020
            close CSBHD119

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
      *> Todas as pendentes da filial, dentro do limite de variacao
      *> quando informado.
       2100-decide-filial section.
       2100.
            initialize                             fprp-chave-1
            move lnk-ppe-cd-empresa                to fprp-cd-empresa
            move lnk-ppe-cd-filial                 to fprp-cd-filial
            perform 9000-str-CSBHD119-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD119-next
                 if   not ws-operacao-ok
                 or   fprp-cd-empresa not equal lnk-ppe-cd-empresa
                 or   fprp-cd-filial  not equal lnk-ppe-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fprp-situacao-pendente
                      and  (lnk-ppe-limite-variacao equal zeroes
                       or   fprp-variacao-percentual not greater
                            lnk-ppe-limite-variacao)
                           perform 2200-decide-proposta
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
       2150-decide-produto section.
       2150.
            initialize                             fprp-chave-1
            move lnk-ppe-cd-empresa                to fprp-cd-empresa
            move lnk-ppe-cd-filial                 to fprp-cd-filial
            move lnk-ppe-cd-produto                to fprp-cd-produto
            perform 9000-ler-CSBHD119-ran
            if   not ws-operacao-ok
            or   not fprp-situacao-pendente
                 move "N"                          to lnk-ppe-id-ok
                 string "Proposta pendente nao encontrada (produto "
                        lnk-ppe-cd-produto ")"
                        delimited by size into lnk-ppe-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            perform 2200-decide-proposta
           .
       2150-exit.
            exit.
      *>=====================================================================
       2200-decide-proposta section.
       2200.
            if   lnk-ppe-aceita
                 perform 2300-aplica-parametro
                 if   not ws-operacao-ok
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
            end-if

            move lnk-ppe-acao                      to fprp-situacao
            move ws-data-inv                       to fprp-data-decisao
            move lnk-cd-operador                   to fprp-cd-operador
            move ws-ano-inv                        to fprp-dt-atualizacao-ano
            move ws-mes-inv                        to fprp-dt-atualizacao-mes
            move ws-dia-inv                        to fprp-dt-atualizacao-dia
            move ws-hora                           to fprp-hr-atualizacao-hora
            move ws-minutos                        to fprp-hr-atualizacao-minuto
            move ws-segundos                       to fprp-hr-atualizacao-segundo
            move este-programa                     to fprp-job-origem
            perform 9000-regravar-CSBHD119
            if   ws-operacao-ok
                 add 1                             to lnk-ppe-qtde-decididas
                 move spaces                       to ws-ds-tracelog
                 string "2200-decide-proposta - Filial " fprp-cd-filial
                        " produto " fprp-cd-produto
                        " acao " lnk-ppe-acao
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Aceite: os tres parametros propostos passam a valer, com o
      *> registro antes e depois no historico de CSBHD020.
       2300-aplica-parametro section.
       2300.
            initialize                             fpar-chave-1
            move fprp-cd-empresa                   to fpar-cd-empresa
            move fprp-cd-filial                    to fpar-cd-filial
            move fprp-cd-produto                   to fpar-cd-produto
            perform 9000-ler-CSBHD020-ran
            if   ws-operacao-ok
                 move fpar-parametro-estoque       to ws-hst-imagem-anterior
                 move "R"                          to ws-hst-operacao
            else
                 initialize                        fpar-parametro-estoque
                 move fprp-cd-empresa              to fpar-cd-empresa
                 move fprp-cd-filial               to fpar-cd-filial
                 move fprp-cd-produto              to fpar-cd-produto
                 move spaces                       to ws-hst-imagem-anterior
                 move "W"                          to ws-hst-operacao
            end-if
            move fprp-qtde-minima                  to fpar-qtde-minima
            move fprp-ponto-reposicao              to fpar-ponto-reposicao
            move fprp-qtde-maxima                  to fpar-qtde-maxima
            move ws-ano-inv                        to fpar-dt-atualizacao-ano
            move ws-mes-inv                        to fpar-dt-atualizacao-mes
            move ws-dia-inv                        to fpar-dt-atualizacao-dia
            move ws-hora                           to fpar-hr-atualizacao-hora
            move ws-minutos                        to fpar-hr-atualizacao-minuto
            move ws-segundos                       to fpar-hr-atualizacao-segundo
            move este-programa                     to fpar-job-origem
            if   ws-hst-operacao equal "W"
                 perform 9000-gravar-CSBHD020
            else
                 perform 9000-regravar-CSBHD020
            end-if
            if   ws-operacao-ok
                 move "CSBHF020"                   to ws-hst-tabela
                 move spaces                       to ws-hst-chave
                 string fpar-cd-empresa fpar-cd-filial fpar-cd-produto
                        delimited by size into ws-hst-chave
                 move fpar-parametro-estoque       to ws-hst-imagem-atual
                 perform 9800-grava-historico
            end-if
           .
       2300-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03081a

            if   ws-tracelog-csbh03081a
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
            if   ws-tracelog-csbh03081a
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
       COPY CSBHP005.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL020.
       COPY CSBHL036.
       COPY CSBHL119.
