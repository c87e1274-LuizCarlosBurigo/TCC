       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03072A.
      *>=====================================================================
      *> Confirmacao da armazenagem dirigida: o operador de empilhadeira
      *> informa em que posicao (corredor/prateleira/nivel) guardou a
      *> linha de Entrada da tarefa (CSBHD106); posicao em branco =
      *> guardou na sugerida. A posicao tem que existir e estar ativa
      *> em CSBHD105. Se a real difere da sugerida, a reserva sai da
      *> sugerida e o peso/volume entra na real - acima da capacidade
      *> a confirmacao e aceita, com aviso em lnk-arm-id-erro, porque a
      *> mercadoria ja esta la. O endereco do produto/lote em CSBHD028
      *> passa a ser a posicao real (lote em branco so vira endereco
      *> padrao quando o produto ainda nao tem um). Subprograma
      *> chamavel no modelo de CSBH03040X, com autorizacao do operador
      *> via CSBH03018A.
      *> Os paletes (CSBHD109) da linha que ainda estao na posicao
      *> sugerida ou sem posicao passam para a posicao real, com o
      *> movimento de armazenagem no historico (CSBHD110).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS028.
           COPY CSBHS034.
           COPY CSBHS044.
           COPY CSBHS074.
           COPY CSBHS105.
           COPY CSBHS106.
           COPY CSBHS109.
           COPY CSBHS110.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF028.
           COPY CSBHF034.
           COPY CSBHF044.
           COPY CSBHF074.
           COPY CSBHF105.
           COPY CSBHF106.
           COPY CSBHF109.
           COPY CSBHF110.

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
       78  este-programa                                     value "CSBH03072A".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03072a             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03072a                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-posicao-real.
              05 ws-corredor-real                  pic 9(03) value zeroes.
              05 ws-prateleira-real                pic 9(03) value zeroes.
              05 ws-nivel-real                     pic 9(03) value zeroes.
           03 ws-id-fim-paletes                    pic x(01) value spaces.
              88 ws-fim-paletes                               value "S".

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0019.
      *>=====================================================================
       COPY CSBHW0020.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-arm-parametros.
           03 lnk-arm-cd-empresa                    pic 9(03).
           03 lnk-arm-cd-filial                     pic 9(03).
           03 lnk-arm-cd-entrada                    pic 9(09).
           03 lnk-arm-cd-produto                    pic 9(09).
           03 lnk-arm-sequencia                     pic 9(09).
           03 lnk-arm-corredor                      pic 9(03).
           03 lnk-arm-prateleira                    pic 9(03).
           03 lnk-arm-nivel                         pic 9(03).
              *>Posicao real; zeros = a sugerida.
           03 lnk-arm-id-ok                         pic x(01).
              88 lnk-arm-ok                                   value "S".
           03 lnk-arm-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-arm-parametros.
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

            move spaces                             to lnk-arm-id-ok
            move spaces                             to lnk-arm-id-erro
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
                 move "N"                          to lnk-arm-id-ok
                 move ws-aut-id-erro               to lnk-arm-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move "CSBHD105"                        to ws-sem-arquivo
            perform 9620-verifica-semaforo
            if   ws-sem-conflito
                 move "N"                          to lnk-arm-id-ok
                 move "Armazenagem indisponivel: batch em execucao"
                                                   to lnk-arm-id-erro
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD028
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD105
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD106
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD109
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD110
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-confirma-armazenagem
            else
                 move "N"                          to lnk-arm-id-ok
                 move whs-mensagem                 to lnk-arm-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD028
            close CSBHD044
            close CSBHD105
            close CSBHD106
            close CSBHD109
            close CSBHD110

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-confirma-armazenagem section.
       2100.
            initialize                             farm-tarefa-armazenagem
            move lnk-arm-cd-empresa                to farm-cd-empresa
            move lnk-arm-cd-filial                 to farm-cd-filial
            move lnk-arm-cd-entrada                to farm-cd-entrada
            move lnk-arm-cd-produto                to farm-cd-produto
            move lnk-arm-sequencia                 to farm-sequencia
            perform 9000-ler-CSBHD106-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-arm-id-ok
                 move "Tarefa de armazenagem nao localizada"
                                                   to lnk-arm-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   farm-situacao-confirmada
                 move "N"                          to lnk-arm-id-ok
                 string "Tarefa ja confirmada na posicao "
                        farm-corredor-confirmado "/"
                        farm-prateleira-confirmada "/"
                        farm-nivel-confirmado
                        delimited by size into lnk-arm-id-erro
                 exit section
            end-if

            move lnk-arm-corredor                  to ws-corredor-real
            move lnk-arm-prateleira                to ws-prateleira-real
            move lnk-arm-nivel                     to ws-nivel-real
            if   ws-posicao-real equal zeroes
                 if   farm-situacao-sem-posicao
                      move "N"                     to lnk-arm-id-ok
                      move "Tarefa sem posicao sugerida: informe a posicao real"
                                                   to lnk-arm-id-erro
                      exit section
                 end-if
                 move farm-posicao-sugerida        to ws-posicao-real
            end-if

            initialize                             fpos-chave-1
            move ws-corredor-real                  to fpos-corredor
            move ws-prateleira-real                to fpos-prateleira
            move ws-nivel-real                     to fpos-nivel
            perform 9000-ler-CSBHD105-ran
            if   not ws-operacao-ok
            or   not fpos-situacao-ativa
                 move "N"                          to lnk-arm-id-ok
                 string "Posicao " ws-corredor-real "/"
                        ws-prateleira-real "/" ws-nivel-real
                        " inexistente ou bloqueada em CSBHD105"
                        delimited by size into lnk-arm-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move farm-peso-kg                      to ws-arm-peso-kg
            move farm-volume-m3                    to ws-arm-volume-m3
            move este-programa                     to ws-arm-job-origem
            move "S"                               to lnk-arm-id-ok
            if   ws-posicao-real not equal farm-posicao-sugerida
            or   farm-situacao-sem-posicao
                 perform 2110-transfere-reserva
            end-if

            perform 2120-registra-endereco

            move ws-posicao-real                   to farm-posicao-confirmada
            move "C"                               to farm-situacao
            move ws-data-inv                       to farm-data-confirmacao
            move lnk-cd-operador                   to farm-cd-operador
            move ws-ano-inv                        to farm-dt-atualizacao-ano
            move ws-mes-inv                        to farm-dt-atualizacao-mes
            move ws-dia-inv                        to farm-dt-atualizacao-dia
            move ws-hora                           to farm-hr-atualizacao-hora
            move ws-minutos                        to farm-hr-atualizacao-minuto
            move ws-segundos                       to farm-hr-atualizacao-segundo
            move este-programa                     to farm-job-origem
            perform 9000-regravar-CSBHD106
            if   not ws-operacao-ok
                 move "N"                          to lnk-arm-id-ok
                 move whs-mensagem                 to lnk-arm-id-erro
                 exit section
            end-if

            perform 2130-armazena-paletes

            string "Armazenagem confirmada: entrada " lnk-arm-cd-entrada
                   " produto " lnk-arm-cd-produto " posicao "
                   ws-corredor-real "/" ws-prateleira-real "/"
                   ws-nivel-real
                   delimited by size into ws-ds-tracelog
            perform 9000-tracelog
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Posicao real diferente da sugerida: a reserva sai da sugerida
      *> e o peso/volume entra na real.
       2110-transfere-reserva section.
       2110.
            perform 9492-verifica-espaco
            if   not ws-arm-com-espaco
                 string "Aviso: posicao " ws-corredor-real "/"
                        ws-prateleira-real "/" ws-nivel-real
                        " acima da capacidade"
                        delimited by size into lnk-arm-id-erro
            end-if
            add ws-arm-peso-kg                     to fpos-ocupacao-peso-kg
            add ws-arm-volume-m3                   to fpos-ocupacao-volume-m3
            perform 9494-carimba-posicao
            perform 9000-regravar-CSBHD105

            if   farm-situacao-sem-posicao
                 exit section
            end-if
            initialize                             fpos-chave-1
            move farm-corredor-sugerido            to fpos-corredor
            move farm-prateleira-sugerida          to fpos-prateleira
            move farm-nivel-sugerido               to fpos-nivel
            perform 9000-ler-CSBHD105-ran
            if   ws-operacao-ok
                 if   ws-arm-peso-kg > fpos-ocupacao-peso-kg
                      move zeroes                  to fpos-ocupacao-peso-kg
                 else
                      subtract ws-arm-peso-kg      from fpos-ocupacao-peso-kg
                 end-if
                 if   ws-arm-volume-m3 > fpos-ocupacao-volume-m3
                      move zeroes                  to fpos-ocupacao-volume-m3
                 else
                      subtract ws-arm-volume-m3    from fpos-ocupacao-volume-m3
                 end-if
                 perform 9494-carimba-posicao
                 perform 9000-regravar-CSBHD105
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> O endereco do produto/lote passa a ser a posicao real.
       2120-registra-endereco section.
       2120.
            initialize                             fend-endereco
            move farm-cd-produto                   to fend-cd-produto
            move farm-lote                         to fend-cd-lote
            perform 9000-ler-CSBHD028-ran
            if   ws-operacao-ok
            and  farm-lote equal spaces
                 exit section
            end-if
            move farm-cd-produto                   to fend-cd-produto
            move farm-lote                         to fend-cd-lote
            move ws-corredor-real                  to fend-corredor
            move ws-prateleira-real                to fend-prateleira
            move ws-nivel-real                     to fend-nivel
            move ws-ano-inv                        to fend-dt-atualizacao-ano
            move ws-mes-inv                        to fend-dt-atualizacao-mes
            move ws-dia-inv                        to fend-dt-atualizacao-dia
            move ws-hora                           to fend-hr-atualizacao-hora
            move ws-minutos                        to fend-hr-atualizacao-minuto
            move ws-segundos                       to fend-hr-atualizacao-segundo
            move este-programa                     to fend-job-origem
            if   ws-registro-inexistente
                 perform 9000-gravar-CSBHD028
            else
                 perform 9000-regravar-CSBHD028
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2120-exit.
            exit.
      *>=====================================================================
      *> Paletes da linha ainda na posicao sugerida (ou sem posicao)
      *> vao para a posicao real; os ja movimentados ficam onde estao.
       2130-armazena-paletes section.
       2130.
            initialize                             flpn-chave-3
            move farm-cd-empresa                   to flpn-cd-empresa-3
            move farm-cd-filial                    to flpn-cd-filial-3
            move farm-cd-entrada                   to flpn-cd-entrada
            move farm-cd-produto                   to flpn-cd-produto
            move farm-sequencia                    to flpn-sequencia
            perform 9000-str-CSBHD109-eql-3
            move spaces                            to ws-id-fim-paletes
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-paletes
            end-if
            perform until ws-fim-paletes
                 perform 9000-ler-CSBHD109-next
                 if   not ws-operacao-ok
                 or   flpn-cd-empresa-3 not equal farm-cd-empresa
                 or   flpn-cd-filial-3  not equal farm-cd-filial
                 or   flpn-cd-entrada   not equal farm-cd-entrada
                 or   flpn-cd-produto   not equal farm-cd-produto
                 or   flpn-sequencia    not equal farm-sequencia
                      move "S"                     to ws-id-fim-paletes
                 else
                      if   flpn-situacao-estoque
                      and  (flpn-posicao equal zeroes
                       or   flpn-posicao equal farm-posicao-sugerida)
                           move flpn-cd-deposito   to ws-lpn-cd-deposito-origem
                           move flpn-posicao       to ws-lpn-posicao-origem
                           move ws-posicao-real    to flpn-posicao
                           move ws-ano-inv         to flpn-dt-atualizacao-ano
                           move ws-mes-inv         to flpn-dt-atualizacao-mes
                           move ws-dia-inv         to flpn-dt-atualizacao-dia
                           move ws-hora            to flpn-hr-atualizacao-hora
                           move ws-minutos         to flpn-hr-atualizacao-minuto
                           move ws-segundos        to flpn-hr-atualizacao-segundo
                           move este-programa      to flpn-job-origem
                           perform 9000-regravar-CSBHD109
                           move "A"                to ws-lpn-tipo-movimento
                           move farm-cd-entrada    to ws-lpn-cd-documento
                           move zeroes             to ws-lpn-numero-volume
                           move lnk-cd-operador    to ws-lpn-cd-operador
                           move este-programa      to ws-lpn-job-origem
                           perform 9498-grava-movimento-lpn
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2130-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03072a

            if   ws-tracelog-csbh03072a
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
            if   ws-tracelog-csbh03072a
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
       COPY CSBHP018.
       COPY CSBHP019.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL028.
       COPY CSBHL034.
       COPY CSBHL044.
       COPY CSBHL074.
       COPY CSBHL105.
       COPY CSBHL106.
       COPY CSBHL109.
       COPY CSBHL110.
