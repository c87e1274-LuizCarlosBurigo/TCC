       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02090R.
      *>=====================================================================
      *> Revisao trimestral de segregacao de funcoes: lista os
      *> operadores ativos cujos perfis de acesso (CSBHD126, atribuidos
      *> em fopr-perfis de CSBHD035) reunem os dois lados de um par de
      *> atividades conflitantes (CSBHD128) - ex.: incluir e aprovar
      *> requisicao -, com o perfil que concede cada lado. O CSBH03018A
      *> ja recusa a acao no mesmo documento; o relatorio e o que o
      *> auditor pede para rever quem nem deveria poder. Em seguida,
      *> os operadores ativos ainda sem perfil, autorizados pelas
      *> permissoes individuais, que a revisao deve migrar. Perfil
      *> inativo ou inexistente nao concede nada e nao entra na conta.
      *> Saida em CSBH02090R.REL; com lnk-saida-csv sai tambem
      *> CSBH02090R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS035.
           COPY CSBHS126.
           COPY CSBHS128.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF035.
           COPY CSBHF126.
           COPY CSBHF128.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02090R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02090r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02090r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-leitura                    pic x(01) value spaces.
              88 ws-fim-leitura                              value "S" "s".
           03 ws-id-fim-conflitos                  pic x(01) value spaces.
              88 ws-fim-conflitos                            value "S" "s".
           03 ws-id-tem-perfil                     pic x(01) value spaces.
              88 ws-tem-perfil                               value "S".
           03 ws-trimestre                         pic 9(01) value zeroes.
           03 ws-ind-perfil                        pic 9(01) value zeroes.
           03 ws-ind-funcao                        pic 9(02) value zeroes.
           03 ws-ind-uniao                         pic 9(02) value zeroes.
           03 ws-ind-conflitante                   pic 9(02) value zeroes.
           03 ws-qtde-operadores                   pic 9(07) value zeroes.
           03 ws-qtde-conflitos                    pic 9(07) value zeroes.
           03 ws-qtde-operadores-conflito          pic 9(07) value zeroes.
           03 ws-qtde-sem-perfil                   pic 9(07) value zeroes.
           03 ws-qtde-conflitos-operador           pic 9(05) value zeroes.
           03 ws-perfil-conflitante                pic x(08) value spaces.
      *> Uniao das funcoes dos perfis ativos do operador: cada funcao
      *> com o primeiro perfil que a concede (3 perfis x 20 funcoes).
           03 ws-qtde-uniao                        pic 9(02) value zeroes.
           03 ws-uniao-funcoes                     occurs 60 times.
              05 ws-uni-cd-funcao                  pic x(04).
              05 ws-uni-cd-perfil                  pic x(08).
           03 ws-lin-qtde                          pic z(6)9.

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
            compute ws-trimestre = (ws-mes-inv + 2) / 3
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02090R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD035
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD126
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD128
            perform 9000-controle-abertura
            if   processamento-sem-erro
                 perform 2050-abre-relatorio
                 perform 2100-confere-operadores
                 perform 2300-lista-sem-perfil
                 perform 2900-fecha-relatorio
            else
                 move "S"                          to ws-run-id-falha
            end-if
            close CSBHD035
            close CSBHD126
            close CSBHD128

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2050-abre-relatorio section.
       2050.
            open output relatorio
            move spaces                            to rel-linha
            string "Revisao de segregacao de funcoes - trimestre "
                   ws-trimestre "/" ws-ano-inv
                   " - posicao de " ws-dia-inv "/" ws-mes-inv "/"
                   ws-ano-inv delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move "Operadores cujos perfis reunem atividades conflitantes"
                                                   to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Operador Nome                                     "
                   "Ativ Perfil   x Ativ Perfil   Conflito"
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02090R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "tipo;operador;atividade_1;perfil_1;atividade_2;perfil_2;conflito"
                                                   to csv-linha
                 write csv-linha
            end-if
           .
       2050-exit.
            exit.
      *>=====================================================================
       2100-confere-operadores section.
       2100.
            move low-values                        to fopr-chave-1
            perform 9000-str-CSBHD035-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD035-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   not fopr-situacao-inativa
                           add 1                   to ws-qtde-operadores
                           perform 2110-monta-uniao
                           if   ws-qtde-uniao > zeroes
                                perform 2150-confere-uniao
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Funcoes que o operador recebe dos perfis ativos atribuidos.
       2110-monta-uniao section.
       2110.
            move zeroes                            to ws-qtde-uniao
            perform varying ws-ind-perfil from 1 by 1
                      until ws-ind-perfil > 3
                 if   fopr-cd-perfil (ws-ind-perfil) not equal spaces
                      initialize                   fpfa-chave-1
                      move fopr-cd-perfil (ws-ind-perfil)
                                                   to fpfa-cd-perfil
                      perform 9000-ler-CSBHD126-ran
                      if   ws-operacao-ok
                      and  fpfa-situacao-ativa
                           perform 2120-soma-funcoes-perfil
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2110-exit.
            exit.
      *>=====================================================================
       2120-soma-funcoes-perfil section.
       2120.
            perform varying ws-ind-funcao from 1 by 1
                      until ws-ind-funcao > fpfa-qtde-funcoes
                         or ws-ind-funcao > 20
                 perform varying ws-ind-uniao from 1 by 1
                           until ws-ind-uniao > ws-qtde-uniao
                              or ws-uni-cd-funcao (ws-ind-uniao)
                                 equal fpfa-cd-funcao (ws-ind-funcao)
                      continue
                 end-perform
                 if   ws-ind-uniao > ws-qtde-uniao
                 and  ws-qtde-uniao < 60
                      add 1                        to ws-qtde-uniao
                      move fpfa-cd-funcao (ws-ind-funcao)
                                                   to ws-uni-cd-funcao (ws-qtde-uniao)
                      move fpfa-cd-perfil          to ws-uni-cd-perfil (ws-qtde-uniao)
                 end-if
            end-perform
           .
       2120-exit.
            exit.
      *>=====================================================================
      *> Cada par conflitante aparece uma vez: a tabela guarda os dois
      *> sentidos e so o de menor atividade primeiro e listado.
       2150-confere-uniao section.
       2150.
            move zeroes                            to ws-qtde-conflitos-operador
            perform varying ws-ind-uniao from 1 by 1
                      until ws-ind-uniao > ws-qtde-uniao
                 initialize                        fcft-chave-1
                 move ws-uni-cd-funcao (ws-ind-uniao)
                                                   to fcft-cd-atividade
                 move spaces                       to fcft-cd-atividade-conflitante
                 perform 9000-str-CSBHD128-gtr
                 move spaces                       to ws-id-fim-conflitos
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-conflitos
                 end-if
                 perform until ws-fim-conflitos
                      perform 9000-ler-CSBHD128-next
                      if   not ws-operacao-ok
                      or   fcft-cd-atividade not equal
                           ws-uni-cd-funcao (ws-ind-uniao)
                           move "S"                to ws-id-fim-conflitos
                      else
                           if   fcft-situacao-ativa
                           and  fcft-cd-atividade < fcft-cd-atividade-conflitante
                                perform 2160-procura-conflitante
                           end-if
                      end-if
                 end-perform
            end-perform
            if   ws-qtde-conflitos-operador > zeroes
                 add 1                             to ws-qtde-operadores-conflito
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2150-exit.
            exit.
      *>=====================================================================
       2160-procura-conflitante section.
       2160.
            perform varying ws-ind-conflitante from 1 by 1
                      until ws-ind-conflitante > ws-qtde-uniao
                 if   ws-uni-cd-funcao (ws-ind-conflitante)
                      equal fcft-cd-atividade-conflitante
                      move ws-uni-cd-perfil (ws-ind-conflitante)
                                                   to ws-perfil-conflitante
                      perform 2170-lista-conflito
                 end-if
            end-perform
           .
       2160-exit.
            exit.
      *>=====================================================================
       2170-lista-conflito section.
       2170.
            add 1                                  to ws-qtde-conflitos
            add 1                                  to ws-qtde-conflitos-operador
            move spaces                            to rel-linha
            string "  " fopr-cd-operador " " fopr-ds-operador " "
                   fcft-cd-atividade " " ws-uni-cd-perfil (ws-ind-uniao)
                   " x " fcft-cd-atividade-conflitante " "
                   ws-perfil-conflitante " " fcft-ds-conflito
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string "C;" fopr-cd-operador ";"
                        fcft-cd-atividade ";"
                        ws-uni-cd-perfil (ws-ind-uniao) ";"
                        fcft-cd-atividade-conflitante ";"
                        ws-perfil-conflitante ";"
                        fcft-ds-conflito
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2170-exit.
            exit.
      *>=====================================================================
      *> Operadores ativos ainda nas permissoes individuais: sem perfil
      *> nao ha como cruzar com os pares - a revisao os migra.
       2300-lista-sem-perfil section.
       2300.
            move spaces                            to rel-linha
            write rel-linha
            move "Operadores sem perfil de acesso (permissoes individuais)"
                                                   to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Operador Nome                                     "
                   "Permissoes (manut/purga/fech/rest/cons/pgto/movto)"
                   delimited by size into rel-linha
            write rel-linha

            move low-values                        to fopr-chave-1
            perform 9000-str-CSBHD035-gtr
            move spaces                            to ws-id-fim-leitura
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-leitura
            end-if
            perform until ws-fim-leitura
                 perform 9000-ler-CSBHD035-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-leitura
                 else
                      if   not fopr-situacao-inativa
                           perform 2310-confere-sem-perfil
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
       2310-confere-sem-perfil section.
       2310.
            move spaces                            to ws-id-tem-perfil
            perform varying ws-ind-perfil from 1 by 1
                      until ws-ind-perfil > 3
                 if   fopr-cd-perfil (ws-ind-perfil) not equal spaces
                      move "S"                     to ws-id-tem-perfil
                 end-if
            end-perform
            if   ws-tem-perfil
                 exit section
            end-if

            add 1                                  to ws-qtde-sem-perfil
            move spaces                            to rel-linha
            string "  " fopr-cd-operador " " fopr-ds-operador " "
                   fopr-perm-manutencao "/" fopr-perm-purga "/"
                   fopr-perm-fechamento "/" fopr-perm-restauracao "/"
                   fopr-perm-consulta "/" fopr-perm-pagamento "/"
                   fopr-perm-movto-fechado
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string "S;" fopr-cd-operador ";;;;;"
                        fopr-permissoes
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2310-exit.
            exit.
      *>=====================================================================
       2900-fecha-relatorio section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move ws-qtde-operadores                to ws-lin-qtde
            move spaces                            to rel-linha
            string "Operadores ativos .................: " ws-lin-qtde
                   delimited by size into rel-linha
            write rel-linha
            move ws-qtde-operadores-conflito       to ws-lin-qtde
            move spaces                            to rel-linha
            string "Operadores com perfis conflitantes : " ws-lin-qtde
                   delimited by size into rel-linha
            write rel-linha
            move ws-qtde-conflitos                 to ws-lin-qtde
            move spaces                            to rel-linha
            string "Pares conflitantes encontrados ....: " ws-lin-qtde
                   delimited by size into rel-linha
            write rel-linha
            move ws-qtde-sem-perfil                to ws-lin-qtde
            move spaces                            to rel-linha
            string "Operadores sem perfil .............: " ws-lin-qtde
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            close relatorio
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            move ws-qtde-operadores                to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02090r

            if   ws-tracelog-csbh02090r
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
            if   ws-tracelog-csbh02090r
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
       COPY CSBHL033.
       COPY CSBHL035.
       COPY CSBHL126.
       COPY CSBHL128.
