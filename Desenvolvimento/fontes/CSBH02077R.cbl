       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02077R.
      *>=====================================================================
      *> Agenda diaria da doca de recebimento: para a data de referencia
      *> (lnk-dt-referencia; zero = hoje), cada janela reservada em
      *> CSBHD104 por filial/deposito, na ordem de hora e doca, com o
      *> pedido de compra, o fornecedor, a origem da reserva (Compras
      *> ou fornecedor), a situacao e os horarios de chegada e de
      *> descarga ja registrados pela portaria (CSBH03071A). Em cada
      *> deposito sai a capacidade do dia (docas x janelas entre a
      *> abertura e o fechamento, CSBHD048) contra as vagas ocupadas -
      *> agendamento cancelado libera a vaga e so aparece na lista. Com
      *> lnk-saida-csv as linhas saem tambem em CSBH02077R.CSV.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS048.
           COPY CSBHS104.

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
           COPY CSBHF048.
           COPY CSBHF104.

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
       78  este-programa                                     value "CSBH02077R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02077r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02077r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-agenda                     pic x(01) value spaces.
              88 ws-fim-agenda                               value "S" "s".
           03 ws-id-primeiro-deposito              pic x(01) value "S".
              88 ws-primeiro-deposito                        value "S" "s".
           03 ws-cd-empresa-corrente               pic 9(03) value zeroes.
           03 ws-cd-filial-corrente                pic 9(03) value zeroes.
           03 ws-cd-deposito-corrente              pic 9(03) value zeroes.
           03 ws-data-agenda                       pic 9(08) value zeroes.
           03 ws-hora-hhmm                         pic 9(04) value zeroes.
           03 ws-hora-hhmm-r redefines ws-hora-hhmm.
              05 ws-hh-hhmm                        pic 9(02).
              05 ws-mm-hhmm                        pic 9(02).
           03 ws-minuto-abertura                   pic 9(05) value zeroes.
           03 ws-minuto-fechamento                 pic 9(05) value zeroes.
           03 ws-janelas-dia                       pic 9(05) value zeroes.
           03 ws-capacidade-deposito               pic 9(05) value zeroes.
           03 ws-ocupadas-deposito                 pic 9(05) value zeroes.
           03 ws-ds-situacao                       pic x(12) value spaces.
           03 ws-ds-origem                         pic x(10) value spaces.
           03 ws-total-agendados                   pic 9(05) value zeroes.
           03 ws-total-chegou                      pic 9(05) value zeroes.
           03 ws-total-descarregados               pic 9(05) value zeroes.
           03 ws-total-cancelados                  pic 9(05) value zeroes.
           03 ws-total-capacidade                  pic 9(05) value zeroes.
           03 ws-total-ocupadas                    pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
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

            accept ws-data-inv                     from date yyyymmdd
            if   lnk-dt-referencia not = zero
                 move lnk-dt-referencia            to ws-data-agenda
            else
                 move ws-data-inv                  to ws-data-agenda
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH02077R.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-i-CSBHD104
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD048
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 if   lnk-saida-csv
                      string lnk-extractionPath delimited by space,
                             "/CSBH02077R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                      open output arqsaidadados
                      move spaces                  to csv-linha
                      move "empresa;filial;deposito;data;hora-janela;doca;pedido;fornecedor;origem;situacao;hora-chegada;inicio-descarga;fim-descarga;entrada"
                                                   to csv-linha
                      write csv-linha
                 end-if
                 perform 2100-percorre-agenda
                 if   not ws-primeiro-deposito
                      perform 2800-subtotal-deposito
                 end-if
                 perform 2900-rodape
                 if   lnk-saida-csv
                      close arqsaidadados
                 end-if
                 close relatorio
                 close CSBHD104
                 close CSBHD048
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2010-cabecalho section.
       2010.
            move spaces                            to rel-linha
            string "Agenda da doca de recebimento - " ws-data-agenda (7:2)
                   "/" ws-data-agenda (5:2) "/" ws-data-agenda (1:4)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Janela Doca Pedido    Fornecedor Origem     Situacao     Chegada Descarga  Entrada"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
      *> A chave-1 traz a data depois do deposito: o arquivo e lido por
      *> inteiro e so a data da agenda e impressa, ja na ordem de
      *> filial, deposito, hora da janela e doca.
       2100-percorre-agenda section.
       2100.
            move low-values                        to fagd-chave-1
            perform 9000-str-CSBHD104-gtr
            move spaces                            to ws-id-fim-agenda
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-agenda
            end-if
            perform until ws-fim-agenda
                 perform 9000-ler-CSBHD104-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-agenda
                 else
                      if   fagd-data equal ws-data-agenda
                           perform 2150-quebra-deposito
                           perform 2200-imprime-janela
                      end-if
                 end-if
            end-perform
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Cabecalho do deposito com o horario e a capacidade do dia.
       2150-quebra-deposito section.
       2150.
            if   not ws-primeiro-deposito
            and  fagd-cd-empresa  equal ws-cd-empresa-corrente
            and  fagd-cd-filial   equal ws-cd-filial-corrente
            and  fagd-cd-deposito equal ws-cd-deposito-corrente
                 exit section
            end-if
            if   not ws-primeiro-deposito
                 perform 2800-subtotal-deposito
            end-if
            move spaces                            to ws-id-primeiro-deposito
            move fagd-cd-empresa                   to ws-cd-empresa-corrente
            move fagd-cd-filial                    to ws-cd-filial-corrente
            move fagd-cd-deposito                  to ws-cd-deposito-corrente
            move zeroes                            to ws-ocupadas-deposito
            move zeroes                            to ws-capacidade-deposito

            initialize                             fdep-chave-1
            move fagd-cd-empresa                   to fdep-cd-empresa
            move fagd-cd-filial                    to fdep-cd-filial
            move fagd-cd-deposito                  to fdep-cd-deposito
            perform 9000-ler-CSBHD048-ran
            if   ws-operacao-ok
            and  fdep-qtde-docas > zeroes
            and  fdep-minutos-slot > zeroes
                 move fdep-hora-abertura-doca      to ws-hora-hhmm
                 compute ws-minuto-abertura = ws-hh-hhmm * 60 + ws-mm-hhmm
                 move fdep-hora-fechamento-doca    to ws-hora-hhmm
                 compute ws-minuto-fechamento = ws-hh-hhmm * 60 + ws-mm-hhmm
                 move zeroes                       to ws-janelas-dia
                 if   ws-minuto-fechamento > ws-minuto-abertura
                      compute ws-janelas-dia =
                              (ws-minuto-fechamento - ws-minuto-abertura)
                              / fdep-minutos-slot
                 end-if
                 compute ws-capacidade-deposito =
                         fdep-qtde-docas * ws-janelas-dia
            else
                 initialize                        fdep-deposito
            end-if
            move "00"                              to ws-resultado-acesso
            add ws-capacidade-deposito             to ws-total-capacidade

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Empresa " fagd-cd-empresa " filial " fagd-cd-filial
                   " deposito " fagd-cd-deposito " " delimited by size,
                   fdep-ds-deposito delimited by "  "
                   into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Docas: " fdep-qtde-docas
                   "  horario: " fdep-hora-abertura-doca
                   " a " fdep-hora-fechamento-doca
                   "  janela de " fdep-minutos-slot " min"
                   "  capacidade do dia: " ws-capacidade-deposito
                   delimited by size into rel-linha
            write rel-linha
           .
       2150-exit.
            exit.
      *>=====================================================================
       2200-imprime-janela section.
       2200.
            evaluate true
                when fagd-situacao-agendada
                     move "Agendada"               to ws-ds-situacao
                     add 1                         to ws-total-agendados
                when fagd-situacao-chegou
                     move "Chegou"                 to ws-ds-situacao
                     add 1                         to ws-total-chegou
                when fagd-situacao-descarregada
                     move "Descarregada"           to ws-ds-situacao
                     add 1                         to ws-total-descarregados
                when other
                     move "Cancelada"              to ws-ds-situacao
                     add 1                         to ws-total-cancelados
            end-evaluate
            if   not fagd-situacao-cancelada
                 add 1                             to ws-ocupadas-deposito
                 add 1                             to ws-total-ocupadas
            end-if
            if   fagd-origem-fornecedor
                 move "Fornecedor"                 to ws-ds-origem
            else
                 move "Compras"                    to ws-ds-origem
            end-if

            move spaces                            to rel-linha
            string fagd-hora-slot "   " fagd-cd-doca "   "
                   fagd-cd-pedido " " fagd-cd-fornecedor "  "
                   ws-ds-origem " " ws-ds-situacao " "
                   fagd-hora-chegada "    "
                   fagd-hora-inicio-descarga "-" fagd-hora-fim-descarga " "
                   fagd-cd-entrada
                   delimited by size into rel-linha
            write rel-linha

            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string fagd-cd-empresa ";" fagd-cd-filial ";"
                        fagd-cd-deposito ";" fagd-data ";"
                        fagd-hora-slot ";" fagd-cd-doca ";"
                        fagd-cd-pedido ";" fagd-cd-fornecedor ";"
                        fagd-origem ";" fagd-situacao ";"
                        fagd-hora-chegada ";" fagd-hora-inicio-descarga ";"
                        fagd-hora-fim-descarga ";" fagd-cd-entrada
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2800-subtotal-deposito section.
       2800.
            move spaces                            to rel-linha
            string "  Deposito " ws-cd-deposito-corrente
                   " - vagas ocupadas: " ws-ocupadas-deposito
                   " de " ws-capacidade-deposito
                   delimited by size into rel-linha
            write rel-linha
           .
       2800-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Janelas agendadas (aguardando) : " ws-total-agendados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Caminhoes na doca              : " ws-total-chegou
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Descarregados                  : " ws-total-descarregados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cancelados                     : " ws-total-cancelados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Vagas ocupadas / capacidade    : " ws-total-ocupadas
                   " / " ws-total-capacidade
                                                     delimited by size into rel-linha
            write rel-linha
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
            move Return-Code                    to ws-id-tracelog-csbh02077r

            if   ws-tracelog-csbh02077r
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
            if   ws-tracelog-csbh02077r
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
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL048.
       COPY CSBHL104.
