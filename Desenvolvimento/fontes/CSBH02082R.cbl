       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH02082R.
      *>=====================================================================
      *> Produtividade do deposito por operador e dia, da empresa/filial:
      *> linhas e unidades separadas com a taxa de pick curto
      *> (confirmacoes de picking, CSBHD050), inspecoes decididas com o
      *> prazo medio em dias do recebimento a decisao (CSBHD058),
      *> tarefas de armazenagem confirmadas (CSBHD106) e baixas de
      *> estoque (CSBHD062). Cada operador sai comparado com a media da
      *> equipe do dia - linhas separadas contra a media de quem
      *> separou, e tarefas (linhas + inspecoes + armazenagens +
      *> baixas) contra a media de todos - e o dia fecha com a quebra
      *> por hora para dimensionar os picos. A hora e a do carimbo de
      *> atualizacao do registro. O periodo segue lnk-periodo-fechamento
      *> (zero = todo o historico). Com lnk-saida-csv sai tambem
      *> CSBH02082R.CSV, uma linha por operador e dia.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS050.
           COPY CSBHS058.
           COPY CSBHS062.
           COPY CSBHS106.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqsaidadados assign to wid-arquivo-saida-csv
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select ws-arquivo-sort assign to wid-arquivo-sort.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF050.
           COPY CSBHF058.
           COPY CSBHF062.
           COPY CSBHF106.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

           sd   ws-arquivo-sort.
           01   srt-evento.
                03 srt-data                        pic 9(08).
                03 srt-cd-operador                 pic x(08).
                03 srt-hora                        pic 9(02).
                03 srt-tipo-evento                 pic x(01).
                   88 srt-evento-picking                     value "P".
                   88 srt-evento-inspecao                    value "I".
                   88 srt-evento-armazenagem                 value "A".
                   88 srt-evento-baixa                       value "B".
                03 srt-qtdade                      pic 9(09).
                03 srt-id-pick-curto               pic x(01).
                   88 srt-pick-curto                         value "D".
                03 srt-dias-decisao                pic 9(05).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH02082R".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh02082r             pic 9(03) value zeroes.
              88 ws-tracelog-csbh02082r                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 wid-arquivo-sort                     pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-primeiro-dia                   pic x(01) value spaces.
              88 ws-primeiro-dia                             value "S" "s".
           03 ws-data-corrente                     pic 9(08) value zeroes.
           03 ws-cd-operador-corrente              pic x(08) value spaces.
           03 ws-data-evento                       pic 9(08) value zeroes.
           03 ws-qtde-eventos                      pic 9(09) value zeroes.
           03 ws-qtde-dias                         pic 9(05) value zeroes.
           03 ws-idx-opr                           pic 9(03) value zeroes.
           03 ws-idx-hora                          pic 9(02) value zeroes.
           03 ws-qtde-separadores                  pic 9(03) value zeroes.
           03 ws-total-linhas                      pic 9(09) value zeroes.
           03 ws-total-tarefas                     pic 9(09) value zeroes.
           03 ws-tarefas-operador                  pic 9(09) value zeroes.
           03 ws-media-linhas                      pic 9(07)v9 value zeroes.
           03 ws-media-tarefas                     pic 9(07)v9 value zeroes.
           03 ws-percentual-curto                  pic 9(03)v9 value zeroes.
           03 ws-prazo-medio                       pic 9(05)v9 value zeroes.
           03 ws-indice-linhas                     pic 9(05) value zeroes.
           03 ws-indice-tarefas                    pic 9(05) value zeroes.
           03 ws-hora-edt                          pic 9(02).
           03 ws-percentual-edt                    pic zz9.9.
           03 ws-prazo-edt                         pic z(04)9.9.
           03 ws-media-linhas-edt                  pic z(06)9.9.
           03 ws-media-tarefas-edt                 pic z(06)9.9.
           03 ws-indice-linhas-edt                 pic z(04)9.
           03 ws-indice-tarefas-edt                pic z(04)9.

      *> Operadores do dia: o dia inteiro precisa estar somado antes de
      *> imprimir, por causa da comparacao com a media da equipe.
       01  ws-tabela-operadores.
           03 ws-qtde-operadores                   pic 9(03) value zeroes.
           03 ws-opr occurs 200 times.
              05 ws-opr-cd-operador                pic x(08).
              05 ws-opr-linhas                     pic 9(07).
              05 ws-opr-unidades                   pic 9(11).
              05 ws-opr-curtas                     pic 9(07).
              05 ws-opr-inspecoes                  pic 9(07).
              05 ws-opr-dias-decisao               pic 9(09).
              05 ws-opr-armazenagens               pic 9(07).
              05 ws-opr-baixas                     pic 9(07).

       01  ws-tabela-horas.
           03 ws-hr occurs 24 times.
              05 ws-hr-linhas                      pic 9(07).
              05 ws-hr-unidades                    pic 9(11).
              05 ws-hr-inspecoes                   pic 9(07).
              05 ws-hr-armazenagens                pic 9(07).
              05 ws-hr-baixas                      pic 9(07).

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
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-dtbPath delimited by space,
                   "/CSBH02082R.SRT" delimited by size into wid-arquivo-sort
            string lnk-extractionPath delimited by space,
                   "/CSBH02082R.REL" delimited by size into wid-arquivo-relatorio

            sort ws-arquivo-sort
                 ascending key srt-data srt-cd-operador srt-hora
                 input procedure  2100-seleciona-eventos
                 output procedure 2200-gera-relatorio

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-seleciona-eventos section.
       2100.
            perform 2110-seleciona-picking
            perform 2120-seleciona-inspecoes
            perform 2130-seleciona-armazenagens
            perform 2140-seleciona-baixas
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Periodo do evento: lnk-periodo-fechamento zero aceita todos.
       2105-libera-evento section.
       2105.
            if   ws-data-evento equal zeroes
                 exit section
            end-if
            if   lnk-periodo-fechamento not equal zeroes
            and  ws-data-evento (1:6) not equal lnk-periodo-fechamento
                 exit section
            end-if
            move ws-data-evento                    to srt-data
            if   srt-hora > 23
                 move 23                           to srt-hora
            end-if
            add 1                                  to ws-qtde-eventos
            release srt-evento
           .
       2105-exit.
            exit.
      *>=====================================================================
       2110-seleciona-picking section.
       2110.
            perform 9000-abrir-i-CSBHD050
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            initialize                             fpck-chave-1
            move lnk-cd-empresa                    to fpck-cd-empresa
            move lnk-cd-filial                     to fpck-cd-filial
            perform 9000-str-CSBHD050-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD050-next
                 if   not ws-operacao-ok
                 or   fpck-cd-empresa not equal lnk-cd-empresa
                 or   fpck-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fpck-situacao-confirmada
                           initialize              srt-evento
                           move "P"                to srt-tipo-evento
                           move fpck-cd-operador   to srt-cd-operador
                           move fpck-hr-atualizacao-hora
                                                   to srt-hora
                           move fpck-qtdade-pickada
                                                   to srt-qtdade
                           move fpck-id-divergencia
                                                   to srt-id-pick-curto
                           move fpck-data-confirmacao
                                                   to ws-data-evento
                           perform 2105-libera-evento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD050
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Inspecao decidida (aprovada, rejeitada ou ja devolvida); o
      *> prazo e do recebimento da Entrada ate a decisao.
       2120-seleciona-inspecoes section.
       2120.
            perform 9000-abrir-i-CSBHD058
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            initialize                             fisp-chave-1
            move lnk-cd-empresa                    to fisp-cd-empresa
            move lnk-cd-filial                     to fisp-cd-filial
            perform 9000-str-CSBHD058-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD058-next
                 if   not ws-operacao-ok
                 or   fisp-cd-empresa not equal lnk-cd-empresa
                 or   fisp-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   not fisp-situacao-em-inspecao
                      and  fisp-data-decisao not equal zeroes
                           initialize              srt-evento
                           move "I"                to srt-tipo-evento
                           move fisp-cd-operador   to srt-cd-operador
                           move fisp-hr-atualizacao-hora
                                                   to srt-hora
                           move fisp-qtdade        to srt-qtdade
                           if   fisp-data-entrada not equal zeroes
                           and  fisp-data-entrada not > fisp-data-decisao
                                compute srt-dias-decisao =
                                        function integer-of-date(fisp-data-decisao)
                                      - function integer-of-date(fisp-data-entrada)
                           end-if
                           move fisp-data-decisao  to ws-data-evento
                           perform 2105-libera-evento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD058
           .
       2120-exit.
            exit.
      *>=====================================================================
       2130-seleciona-armazenagens section.
       2130.
            perform 9000-abrir-i-CSBHD106
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            initialize                             farm-chave-1
            move lnk-cd-empresa                    to farm-cd-empresa
            move lnk-cd-filial                     to farm-cd-filial
            perform 9000-str-CSBHD106-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD106-next
                 if   not ws-operacao-ok
                 or   farm-cd-empresa not equal lnk-cd-empresa
                 or   farm-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   farm-situacao-confirmada
                           initialize              srt-evento
                           move "A"                to srt-tipo-evento
                           move farm-cd-operador   to srt-cd-operador
                           move farm-hr-atualizacao-hora
                                                   to srt-hora
                           move farm-qtdade        to srt-qtdade
                           move farm-data-confirmacao
                                                   to ws-data-evento
                           perform 2105-libera-evento
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD106
           .
       2130-exit.
            exit.
      *>=====================================================================
       2140-seleciona-baixas section.
       2140.
            perform 9000-abrir-i-CSBHD062
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 exit section
            end-if
            initialize                             fbxa-chave-1
            move lnk-cd-empresa                    to fbxa-cd-empresa
            move lnk-cd-filial                     to fbxa-cd-filial
            perform 9000-str-CSBHD062-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD062-next
                 if   not ws-operacao-ok
                 or   fbxa-cd-empresa not equal lnk-cd-empresa
                 or   fbxa-cd-filial  not equal lnk-cd-filial
                      move "S"                     to ws-id-fim-arquivo
                 else
                      initialize                   srt-evento
                      move "B"                     to srt-tipo-evento
                      move fbxa-cd-operador        to srt-cd-operador
                      move fbxa-hr-atualizacao-hora
                                                   to srt-hora
                      move fbxa-qtdade             to srt-qtdade
                      move fbxa-data-baixa         to ws-data-evento
                      perform 2105-libera-evento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            close CSBHD062
           .
       2140-exit.
            exit.
      *>=====================================================================
       2200-gera-relatorio section.
       2200.
            open output relatorio
            move spaces                            to rel-linha
            string "Produtividade do deposito por operador - empresa "
                   lnk-cd-empresa " filial " lnk-cd-filial
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 string lnk-extractionPath delimited by space,
                        "/CSBH02082R.CSV" delimited by size
                                                   into wid-arquivo-saida-csv
                 open output arqsaidadados
                 move spaces                       to csv-linha
                 move "data;operador;linhas;unidades;pick-curto;inspecoes;prazo-medio-dias;armazenagens;baixas;indice-linhas;indice-tarefas"
                                                   to csv-linha
                 write csv-linha
            end-if

            move "S"                               to ws-id-primeiro-dia
            move spaces                            to ws-id-fim-arquivo
            return ws-arquivo-sort
                at end move "S"                    to ws-id-fim-arquivo
            end-return
            perform until ws-fim-arquivo
                 if   ws-primeiro-dia
                      move spaces                  to ws-id-primeiro-dia
                      perform 2230-abre-dia
                 else
                      if   srt-data not equal ws-data-corrente
                           perform 2240-fecha-dia
                           perform 2230-abre-dia
                      end-if
                 end-if
                 if   srt-cd-operador not equal ws-cd-operador-corrente
                 or   ws-qtde-operadores equal zeroes
                      perform 2250-abre-operador
                 end-if
                 perform 2260-acumula-evento
                 return ws-arquivo-sort
                     at end move "S"               to ws-id-fim-arquivo
                 end-return
            end-perform
            if   not ws-primeiro-dia
                 perform 2240-fecha-dia
            end-if

            if   lnk-saida-csv
                 close arqsaidadados
            end-if
            perform 2290-rodape
            close relatorio
           .
       2200-exit.
            exit.
      *>=====================================================================
       2230-abre-dia section.
       2230.
            move srt-data                          to ws-data-corrente
            move spaces                            to ws-cd-operador-corrente
            add 1                                  to ws-qtde-dias
            initialize                             ws-tabela-operadores
                                                   ws-tabela-horas
           .
       2230-exit.
            exit.
      *>=====================================================================
      *> Fecha o dia: media da equipe, uma linha por operador com o
      *> indice contra a media (100 = na media) e a quebra por hora.
       2240-fecha-dia section.
       2240.
            move zeroes                            to ws-total-linhas
                                                      ws-total-tarefas
                                                      ws-qtde-separadores
            perform varying ws-idx-opr from 1 by 1
                    until ws-idx-opr > ws-qtde-operadores
                 if   ws-opr-linhas (ws-idx-opr) > zeroes
                      add 1                        to ws-qtde-separadores
                      add ws-opr-linhas (ws-idx-opr)
                                                   to ws-total-linhas
                 end-if
                 compute ws-total-tarefas = ws-total-tarefas
                         + ws-opr-linhas (ws-idx-opr)
                         + ws-opr-inspecoes (ws-idx-opr)
                         + ws-opr-armazenagens (ws-idx-opr)
                         + ws-opr-baixas (ws-idx-opr)
            end-perform
            move zeroes                            to ws-media-linhas
                                                      ws-media-tarefas
            if   ws-qtde-separadores > zeroes
                 compute ws-media-linhas rounded =
                         ws-total-linhas / ws-qtde-separadores
            end-if
            if   ws-qtde-operadores > zeroes
                 compute ws-media-tarefas rounded =
                         ws-total-tarefas / ws-qtde-operadores
            end-if

            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Dia " ws-data-corrente (7:2) "/" ws-data-corrente (5:2)
                   "/" ws-data-corrente (1:4)
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "  Operador  Linhas    Unidades %Curto Inspec Prazo"
                   " Armaz Baixas Idx-linhas Idx-tarefas"
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-idx-opr from 1 by 1
                    until ws-idx-opr > ws-qtde-operadores
                 perform 2245-imprime-operador
            end-perform
            move ws-media-linhas                   to ws-media-linhas-edt
            move ws-media-tarefas                  to ws-media-tarefas-edt
            move spaces                            to rel-linha
            string "  Media da equipe: " ws-media-linhas-edt
                   " linhas por separador, " ws-media-tarefas-edt
                   " tarefas por operador (" ws-qtde-operadores
                   " operadores)"
                   delimited by size into rel-linha
            write rel-linha

            move spaces                            to rel-linha
            string "  Hora  Linhas    Unidades Inspec Armaz Baixas"
                   delimited by size into rel-linha
            write rel-linha
            perform varying ws-idx-hora from 1 by 1
                    until ws-idx-hora > 24
                 if   ws-hr-linhas (ws-idx-hora)       > zeroes
                 or   ws-hr-inspecoes (ws-idx-hora)    > zeroes
                 or   ws-hr-armazenagens (ws-idx-hora) > zeroes
                 or   ws-hr-baixas (ws-idx-hora)       > zeroes
                      perform 2247-imprime-hora
                 end-if
            end-perform
           .
       2240-exit.
            exit.
      *>=====================================================================
       2245-imprime-operador section.
       2245.
            move zeroes                            to ws-percentual-curto
                                                      ws-prazo-medio
                                                      ws-indice-linhas
                                                      ws-indice-tarefas
            if   ws-opr-linhas (ws-idx-opr) > zeroes
                 compute ws-percentual-curto rounded =
                         ws-opr-curtas (ws-idx-opr) * 100
                       / ws-opr-linhas (ws-idx-opr)
            end-if
            if   ws-opr-inspecoes (ws-idx-opr) > zeroes
                 compute ws-prazo-medio rounded =
                         ws-opr-dias-decisao (ws-idx-opr)
                       / ws-opr-inspecoes (ws-idx-opr)
            end-if
            if   ws-media-linhas > zeroes
                 compute ws-indice-linhas rounded =
                         ws-opr-linhas (ws-idx-opr) * 100
                       / ws-media-linhas
            end-if
            compute ws-tarefas-operador =
                    ws-opr-linhas (ws-idx-opr)
                  + ws-opr-inspecoes (ws-idx-opr)
                  + ws-opr-armazenagens (ws-idx-opr)
                  + ws-opr-baixas (ws-idx-opr)
            if   ws-media-tarefas > zeroes
                 compute ws-indice-tarefas rounded =
                         ws-tarefas-operador * 100 / ws-media-tarefas
            end-if
            move ws-percentual-curto               to ws-percentual-edt
            move ws-prazo-medio                    to ws-prazo-edt
            move ws-indice-linhas                  to ws-indice-linhas-edt
            move ws-indice-tarefas                 to ws-indice-tarefas-edt
            move spaces                            to rel-linha
            string "  " ws-opr-cd-operador (ws-idx-opr) " "
                   ws-opr-linhas (ws-idx-opr) " "
                   ws-opr-unidades (ws-idx-opr) " "
                   ws-percentual-edt " "
                   ws-opr-inspecoes (ws-idx-opr) " "
                   ws-prazo-edt " "
                   ws-opr-armazenagens (ws-idx-opr) " "
                   ws-opr-baixas (ws-idx-opr) " "
                   ws-indice-linhas-edt "      "
                   ws-indice-tarefas-edt
                   delimited by size into rel-linha
            write rel-linha
            if   lnk-saida-csv
                 move spaces                       to csv-linha
                 string ws-data-corrente ";"
                        ws-opr-cd-operador (ws-idx-opr) ";"
                        ws-opr-linhas (ws-idx-opr) ";"
                        ws-opr-unidades (ws-idx-opr) ";"
                        ws-opr-curtas (ws-idx-opr) ";"
                        ws-opr-inspecoes (ws-idx-opr) ";"
                        ws-prazo-medio ";"
                        ws-opr-armazenagens (ws-idx-opr) ";"
                        ws-opr-baixas (ws-idx-opr) ";"
                        ws-indice-linhas ";" ws-indice-tarefas
                        delimited by size into csv-linha
                 write csv-linha
            end-if
           .
       2245-exit.
            exit.
      *>=====================================================================
       2247-imprime-hora section.
       2247.
            compute ws-hora-edt = ws-idx-hora - 1
            move spaces                            to rel-linha
            string "  " ws-hora-edt "h  "
                   ws-hr-linhas (ws-idx-hora) " "
                   ws-hr-unidades (ws-idx-hora) " "
                   ws-hr-inspecoes (ws-idx-hora) " "
                   ws-hr-armazenagens (ws-idx-hora) " "
                   ws-hr-baixas (ws-idx-hora)
                   delimited by size into rel-linha
            write rel-linha
           .
       2247-exit.
            exit.
      *>=====================================================================
      *> Mais operadores no dia do que a tabela comporta: o excedente
      *> soma no ultimo.
       2250-abre-operador section.
       2250.
            move srt-cd-operador                   to ws-cd-operador-corrente
            if   ws-qtde-operadores < 200
                 add 1                             to ws-qtde-operadores
                 move srt-cd-operador
                              to ws-opr-cd-operador (ws-qtde-operadores)
            end-if
            move ws-qtde-operadores                to ws-idx-opr
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-acumula-evento section.
       2260.
            compute ws-idx-hora = srt-hora + 1
            evaluate true
                when srt-evento-picking
                     add 1                  to ws-opr-linhas (ws-idx-opr)
                     add srt-qtdade         to ws-opr-unidades (ws-idx-opr)
                     if   srt-pick-curto
                          add 1             to ws-opr-curtas (ws-idx-opr)
                     end-if
                     add 1                  to ws-hr-linhas (ws-idx-hora)
                     add srt-qtdade         to ws-hr-unidades (ws-idx-hora)
                when srt-evento-inspecao
                     add 1                  to ws-opr-inspecoes (ws-idx-opr)
                     add srt-dias-decisao   to ws-opr-dias-decisao (ws-idx-opr)
                     add 1                  to ws-hr-inspecoes (ws-idx-hora)
                when srt-evento-armazenagem
                     add 1                  to ws-opr-armazenagens (ws-idx-opr)
                     add 1                  to ws-hr-armazenagens (ws-idx-hora)
                when other
                     add 1                  to ws-opr-baixas (ws-idx-opr)
                     add 1                  to ws-hr-baixas (ws-idx-hora)
            end-evaluate
           .
       2260-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Dias : " ws-qtde-dias
                   "   Eventos : " ws-qtde-eventos
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

            move ws-qtde-eventos               to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh02082r

            if   ws-tracelog-csbh02082r
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
            if   ws-tracelog-csbh02082r
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
       COPY CSBHL050.
       COPY CSBHL058.
       COPY CSBHL062.
       COPY CSBHL106.
