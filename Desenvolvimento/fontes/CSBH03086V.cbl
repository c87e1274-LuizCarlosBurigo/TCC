       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03086V.
      *>=====================================================================
      *> Varredura global de integridade referencial: as conferencias
      *> escritas a mao (CSBH03004V para empresa/filial, a cidade na
      *> carga) nao pegam o orfao que entra por restauracao
      *> (CSBH01002R), roll-forward (CSBH03047J) ou acerto manual -
      *> item de Saida sem cabecalho, titulo apontando para fatura
      *> inexistente, lote sem produto, comprovante de entrega de Saida
      *> excluida. Cada relacionamento declarado em
      *> CSBH03086V_RELACIONAMENTO.CTL (diretorio de log) e conferido:
      *> o arquivo filho e lido por inteiro, a chave estrangeira e
      *> montada com ate tres trechos (posicao e tamanho no registro
      *> do filho) e procurada por chave no arquivo pai, na posicao da
      *> chave primaria dele. Sai em CSBH03086V.REL (diretorio de
      *> extracao) um bloco por relacionamento com lidos, orfaos e ate
      *> 10 chaves de exemplo, e o resumo. Relacionamento critico com
      *> orfao (ou o controle ausente) fecha a execucao como falha em
      *> CSBHD033, que e o que o orquestrador CSBH00002D confere para
      *> parar a cadeia; relacionamento de aviso so vai ao relatorio.
      *> Apenas le - nenhum arquivo e alterado.
      *>
      *> Linha do controle (colunas fixas; "*" na coluna 1 = comentario):
      *>   id(8) filho(8) [posicao(4) tamanho(3)] x 3 pai(8)
      *>   posicao-chave-pai(4) critico(1: C/A) opcional(1: S/N)
      *>   descricao(40), campos separados por um espaco. Opcional "S":
      *>   chave estrangeira toda zerada ou em branco = sem vinculo.
      *> Exemplos:
      *>   ITSAIDA  CSBHD004 0001 015 0000 000 0000 000 CSBHD003 0001 C N
      *>   TITFATUR CSBHD040 0001 006 0027 009 0000 000 CSBHD029 0001 C S
      *>   LOTEPROD CSBHD018 0001 009 0000 000 0000 000 CSBHD044 0001 C N
      *>   PODSAIDA CSBHD067 0001 015 0000 000 0000 000 CSBHD003 0001 A N
      *> Arquivos conferiveis: os declarados abaixo; outro arquivo no
      *> controle e listado como nao suportado.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS001.
           COPY CSBHS002.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS005.
           COPY CSBHS006.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS013.
           COPY CSBHS014.
           COPY CSBHS017.
           COPY CSBHS018.
           COPY CSBHS022.
           COPY CSBHS029.
           COPY CSBHS039.
           COPY CSBHS040.
           COPY CSBHS043.
           COPY CSBHS044.
           COPY CSBHS046.
           COPY CSBHS051.
           COPY CSBHS056.
           COPY CSBHS063.
           COPY CSBHS067.
           COPY CSBHS091.
           COPY CSBHS109.
           COPY CSBHS123.
           COPY CSBHS033.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relacionamento assign to wid-arquivo-relacionamento
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF001.
           COPY CSBHF002.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF005.
           COPY CSBHF006.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF013.
           COPY CSBHF014.
           COPY CSBHF017.
           COPY CSBHF018.
           COPY CSBHF022.
           COPY CSBHF029.
           COPY CSBHF039.
           COPY CSBHF040.
           COPY CSBHF043.
           COPY CSBHF044.
           COPY CSBHF046.
           COPY CSBHF051.
           COPY CSBHF056.
           COPY CSBHF063.
           COPY CSBHF067.
           COPY CSBHF091.
           COPY CSBHF109.
           COPY CSBHF123.
           COPY CSBHF033.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relacionamento.
           01   rel-registro.
                03 rel-cd-relacionamento           pic  x(08).
                03 filler                          pic  x(01).
                03 rel-arquivo-filho               pic  x(08).
                03 rel-chave-estrangeira           occurs 3 times.
                   05 filler                       pic  x(01).
                   05 rel-fk-posicao               pic  9(04).
                   05 filler                       pic  x(01).
                   05 rel-fk-tamanho               pic  9(03).
                03 filler                          pic  x(01).
                03 rel-arquivo-pai                 pic  x(08).
                03 filler                          pic  x(01).
                03 rel-posicao-chave-pai           pic  9(04).
                03 filler                          pic  x(01).
                03 rel-id-critico                  pic  x(01).
                   88 rel-critico                            value "C".
                03 filler                          pic  x(01).
                03 rel-id-opcional                 pic  x(01).
                   88 rel-opcional                           value "S".
                03 filler                          pic  x(01).
                03 rel-ds-relacionamento           pic  x(40).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03086V".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03086v             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03086v                       value zeroes.
           03 ws-id-fim-arquivo                     pic x(01) value spaces.
              88 ws-fim-arquivo                               value "S" "s".
           03 ws-id-fim-relacionamento              pic x(01) value spaces.
              88 ws-fim-relacionamento                        value "S" "s".
           03 wid-arquivo-log                       pic x(250).
           03 wid-arquivo-relacionamento            pic x(250).
           03 wid-arquivo-relatorio                 pic x(250).
      *> Arquivo da vez para as secoes genericas (2500-2540).
           03 ws-arq-tag                            pic x(08) value spaces.
           03 ws-id-arq-suportado                   pic x(01) value spaces.
              88 ws-arq-suportado                             value "S".
      *> Relacionamento corrente.
           03 ws-id-relacionamento-valido           pic x(01) value spaces.
              88 ws-relacionamento-valido                     value "S".
           03 ws-ds-invalido                        pic x(60) value spaces.
           03 ws-idx-trecho                         pic 9(01) value zeroes.
           03 ws-pos-pai                            pic 9(04) value zeroes.
           03 ws-tam-fk                             pic 9(03) value zeroes.
           03 ws-ptr-fk                             pic 9(03) value zeroes.
           03 ws-chave-fk                           pic x(100) value spaces.
           03 ws-tam-chave-filho                    pic 9(04) value zeroes.
           03 ws-reg-filho                          pic x(4000) value spaces.
           03 ws-id-pai-encontrado                  pic x(01) value spaces.
              88 ws-pai-encontrado                            value "S".
      *> Contadores.
           03 ws-qtde-filho-lidos                   pic 9(09) value zeroes.
           03 ws-qtde-filho-sem-vinculo             pic 9(09) value zeroes.
           03 ws-qtde-filho-orfaos                  pic 9(09) value zeroes.
           03 ws-qtde-relacionamentos               pic 9(05) value zeroes.
           03 ws-qtde-invalidos                     pic 9(05) value zeroes.
           03 ws-qtde-quebrados                     pic 9(05) value zeroes.
           03 ws-qtde-criticos-quebrados            pic 9(05) value zeroes.
           03 ws-qtde-orfaos-total                  pic 9(09) value zeroes.
           03 ws-qtde-lidos-edt                     pic z(8)9.
           03 ws-qtde-orfaos-edt                    pic z(8)9.
           03 ws-qtde-sem-vinculo-edt               pic z(8)9.

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

            string lnk-dtbLog delimited by spaces,
                   este-programa, "_RELACIONAMENTO.CTL"
                                              into wid-arquivo-relacionamento
            string lnk-extractionPath delimited by space,
                   "/CSBH03086V.REL" delimited by size into wid-arquivo-relatorio
            open output relatorio
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size,
                        wid-arquivo-relatorio delimited by space,
                        "] erro de abertura - status: ", ws-status
                                                   into ws-ds-tracelog
                 perform 9000-tracelog
                 move "S"                          to ws-run-id-falha
                 move "Relatorio nao abriu"        to ws-run-ds-status
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move spaces                             to rel-linha
            string "Integridade referencial - relacionamentos de "
                   "CSBH03086V_RELACIONAMENTO.CTL" delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            write rel-linha
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog
      *> Sem o relatorio (1000) nada e conferido: a execucao ja saiu
      *> marcada com falha.
            if   ws-run-falha
                 exit section
            end-if

            open input relacionamento
            if   not ws-operacao-ok
                 string "Erro - Arquivo de relacionamentos " delimited by size,
                        wid-arquivo-relacionamento delimited by space,
                        " nao encontrado" into ws-ds-tracelog
                 perform 9000-tracelog
                 move "S"                          to ws-run-id-falha
                 move "Controle de relacionamentos ausente"
                                                   to ws-run-ds-status
                 move spaces                       to rel-linha
                 string "Controle de relacionamentos "
                        wid-arquivo-relacionamento delimited by space,
                        " nao encontrado - nada conferido" delimited by size
                                                   into rel-linha
                 write rel-linha
                 exit section
            end-if

            move spaces                             to ws-id-fim-relacionamento
            read relacionamento
                 at end move "S"                   to ws-id-fim-relacionamento
            end-read
            perform until ws-fim-relacionamento
                 if   rel-cd-relacionamento (1:1) not equal "*"
                 and  rel-registro not equal spaces
                      perform 2100-confere-relacionamento
                 end-if
                 read relacionamento
                      at end move "S"              to ws-id-fim-relacionamento
                 end-read
            end-perform
            close relacionamento

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-confere-relacionamento section.
       2100.
            add 1                                  to ws-qtde-relacionamentos
            perform 2110-valida-relacionamento
            if   not ws-relacionamento-valido
                 add 1                             to ws-qtde-invalidos
                 move spaces                       to rel-linha
                 string rel-cd-relacionamento " - relacionamento ignorado: "
                        ws-ds-invalido delimited by size into rel-linha
                 write rel-linha
                 move spaces                       to rel-linha
                 write rel-linha
                 move spaces                       to ws-ds-tracelog
                 string "Erro - relacionamento " rel-cd-relacionamento
                        " ignorado: " ws-ds-invalido
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            move spaces                            to rel-linha
            string rel-cd-relacionamento " - " rel-ds-relacionamento
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            if   rel-critico
                 string "    " rel-arquivo-filho " -> " rel-arquivo-pai
                        "  (critico)" delimited by size into rel-linha
            else
                 string "    " rel-arquivo-filho " -> " rel-arquivo-pai
                        "  (aviso)" delimited by size into rel-linha
            end-if
            write rel-linha

            move rel-arquivo-filho                 to ws-arq-tag
            perform 2500-abre-arquivo
            if   not ws-operacao-ok
                 perform 2190-falha-abertura
                 exit section
            end-if
            move rel-arquivo-pai                   to ws-arq-tag
            perform 2500-abre-arquivo
            if   not ws-operacao-ok
                 perform 2190-falha-abertura
                 move rel-arquivo-filho            to ws-arq-tag
                 perform 2510-fecha-arquivo
                 exit section
            end-if

            move zeroes                            to ws-qtde-filho-lidos
                                                      ws-qtde-filho-sem-vinculo
                                                      ws-qtde-filho-orfaos
            move rel-arquivo-filho                 to ws-arq-tag
            perform 2520-posiciona-filho
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 move rel-arquivo-filho            to ws-arq-tag
                 perform 2530-le-filho
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to ws-qtde-filho-lidos
                      perform 2150-confere-filho
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            move rel-arquivo-filho                 to ws-arq-tag
            perform 2510-fecha-arquivo
            move rel-arquivo-pai                   to ws-arq-tag
            perform 2510-fecha-arquivo

            perform 2180-resumo-relacionamento
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Trechos numericos e dentro do registro, chave de ate 100
      *> posicoes, pai diferente do filho e os dois no catalogo.
       2110-valida-relacionamento section.
       2110.
            move "S"                               to ws-id-relacionamento-valido
            move spaces                            to ws-ds-invalido
            move zeroes                            to ws-tam-fk

            perform varying ws-idx-trecho from 1 by 1
                    until ws-idx-trecho > 3
                 if   rel-fk-posicao (ws-idx-trecho) not numeric
                 or   rel-fk-tamanho (ws-idx-trecho) not numeric
                      move spaces                  to ws-id-relacionamento-valido
                      move "posicao/tamanho da chave estrangeira nao numerico"
                                                   to ws-ds-invalido
                 else
                      if   rel-fk-tamanho (ws-idx-trecho) > zeroes
                           if   rel-fk-posicao (ws-idx-trecho) equal zeroes
                           or   rel-fk-posicao (ws-idx-trecho)
                              + rel-fk-tamanho (ws-idx-trecho) > 4001
                                move spaces        to ws-id-relacionamento-valido
                                move "trecho da chave estrangeira fora do registro"
                                                   to ws-ds-invalido
                           else
                                add rel-fk-tamanho (ws-idx-trecho)
                                                   to ws-tam-fk
                           end-if
                      end-if
                 end-if
            end-perform
            if   not ws-relacionamento-valido
                 exit section
            end-if

            if   ws-tam-fk equal zeroes
            or   ws-tam-fk > 100
                 move spaces                       to ws-id-relacionamento-valido
                 move "chave estrangeira vazia ou maior que 100 posicoes"
                                                   to ws-ds-invalido
                 exit section
            end-if
            if   rel-posicao-chave-pai not numeric
            or   rel-posicao-chave-pai equal zeroes
                 move spaces                       to ws-id-relacionamento-valido
                 move "posicao da chave do pai invalida"
                                                   to ws-ds-invalido
                 exit section
            end-if
            move rel-posicao-chave-pai             to ws-pos-pai
            if   rel-arquivo-filho equal rel-arquivo-pai
                 move spaces                       to ws-id-relacionamento-valido
                 move "filho e pai no mesmo arquivo nao suportado"
                                                   to ws-ds-invalido
                 exit section
            end-if

            move rel-arquivo-filho                 to ws-arq-tag
            perform 2540-confere-catalogo
            if   ws-arq-suportado
                 move rel-arquivo-pai              to ws-arq-tag
                 perform 2540-confere-catalogo
            end-if
            if   not ws-arq-suportado
                 move spaces                       to ws-id-relacionamento-valido
                 string "arquivo " ws-arq-tag " nao suportado"
                        delimited by size into ws-ds-invalido
            end-if
           .
       2110-exit.
            exit.
      *>=====================================================================
      *> Monta a chave estrangeira do registro lido e procura o pai;
      *> orfao conta e, nos 10 primeiros, vai de exemplo ao relatorio.
       2150-confere-filho section.
       2150.
            move spaces                            to ws-chave-fk
            move 1                                 to ws-ptr-fk
            perform varying ws-idx-trecho from 1 by 1
                    until ws-idx-trecho > 3
                 if   rel-fk-tamanho (ws-idx-trecho) > zeroes
                      string ws-reg-filho (rel-fk-posicao (ws-idx-trecho):
                                           rel-fk-tamanho (ws-idx-trecho))
                             delimited by size into ws-chave-fk
                             with pointer ws-ptr-fk
                 end-if
            end-perform

            if   rel-opcional
                 if   ws-chave-fk (1:ws-tam-fk) equal zeroes
                 or   ws-chave-fk (1:ws-tam-fk) equal spaces
                      add 1                        to ws-qtde-filho-sem-vinculo
                      exit section
                 end-if
            end-if

            move rel-arquivo-pai                   to ws-arq-tag
            perform 2550-le-pai
            if   ws-pai-encontrado
                 exit section
            end-if

            add 1                                  to ws-qtde-filho-orfaos
            if   ws-qtde-filho-orfaos not greater 10
                 move spaces                       to rel-linha
                 string "      orfao - chave " delimited by size,
                        ws-reg-filho (1:ws-tam-chave-filho) delimited by size,
                        "  ref " delimited by size,
                        ws-chave-fk (1:ws-tam-fk) delimited by size
                                                   into rel-linha
                 write rel-linha
            end-if
           .
       2150-exit.
            exit.
      *>=====================================================================
       2180-resumo-relacionamento section.
       2180.
            move ws-qtde-filho-lidos               to ws-qtde-lidos-edt
            move ws-qtde-filho-orfaos              to ws-qtde-orfaos-edt
            move ws-qtde-filho-sem-vinculo         to ws-qtde-sem-vinculo-edt
            move spaces                            to rel-linha
            string "    lidos " ws-qtde-lidos-edt
                   "   sem vinculo " ws-qtde-sem-vinculo-edt
                   "   orfaos " ws-qtde-orfaos-edt
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha

            add ws-qtde-filho-orfaos               to ws-qtde-orfaos-total
            if   ws-qtde-filho-orfaos > zeroes
                 add 1                             to ws-qtde-quebrados
                 if   rel-critico
                      add 1                        to ws-qtde-criticos-quebrados
                 end-if
                 move spaces                       to ws-ds-tracelog
                 string "Relacionamento " rel-cd-relacionamento
                        " com " ws-qtde-orfaos-edt " orfao(s)"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2180-exit.
            exit.
      *>=====================================================================
       2190-falha-abertura section.
       2190.
            move whs-mensagem                      to ws-ds-tracelog
            perform 9000-tracelog
            add 1                                  to ws-qtde-invalidos
            move spaces                            to rel-linha
            string "    arquivo " ws-arq-tag " nao abriu - relacionamento"
                   " nao conferido" delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            initialize                             whs-mensagem
            move "00"                              to ws-resultado-acesso
      *> Relacionamento critico que nao pode ser conferido nao passa
      *> como integro.
            if   rel-critico
                 add 1                             to ws-qtde-criticos-quebrados
            end-if
           .
       2190-exit.
            exit.
      *>=====================================================================
      *> Secoes genericas por arquivo do catalogo (ws-arq-tag).
       2500-abre-arquivo section.
       2500.
            evaluate ws-arq-tag
                when "CSBHD001"
                     perform 9000-abrir-i-CSBHD001
                when "CSBHD002"
                     perform 9000-abrir-i-CSBHD002
                when "CSBHD003"
                     perform 9000-abrir-i-CSBHD003
                when "CSBHD004"
                     perform 9000-abrir-i-CSBHD004
                when "CSBHD005"
                     perform 9000-abrir-i-CSBHD005
                when "CSBHD006"
                     perform 9000-abrir-i-CSBHD006
                when "CSBHD007"
                     perform 9000-abrir-i-CSBHD007
                when "CSBHD008"
                     perform 9000-abrir-i-CSBHD008
                when "CSBHD009"
                     perform 9000-abrir-i-CSBHD009
                when "CSBHD013"
                     perform 9000-abrir-i-CSBHD013
                when "CSBHD014"
                     perform 9000-abrir-i-CSBHD014
                when "CSBHD017"
                     perform 9000-abrir-i-CSBHD017
                when "CSBHD018"
                     perform 9000-abrir-i-CSBHD018
                when "CSBHD022"
                     perform 9000-abrir-i-CSBHD022
                when "CSBHD029"
                     perform 9000-abrir-i-CSBHD029
                when "CSBHD039"
                     perform 9000-abrir-i-CSBHD039
                when "CSBHD040"
                     perform 9000-abrir-i-CSBHD040
                when "CSBHD043"
                     perform 9000-abrir-i-CSBHD043
                when "CSBHD044"
                     perform 9000-abrir-i-CSBHD044
                when "CSBHD046"
                     perform 9000-abrir-i-CSBHD046
                when "CSBHD051"
                     perform 9000-abrir-i-CSBHD051
                when "CSBHD056"
                     perform 9000-abrir-i-CSBHD056
                when "CSBHD063"
                     perform 9000-abrir-i-CSBHD063
                when "CSBHD067"
                     perform 9000-abrir-i-CSBHD067
                when "CSBHD091"
                     perform 9000-abrir-i-CSBHD091
                when "CSBHD109"
                     perform 9000-abrir-i-CSBHD109
                when "CSBHD123"
                     perform 9000-abrir-i-CSBHD123
            end-evaluate
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-fecha-arquivo section.
       2510.
            evaluate ws-arq-tag
                when "CSBHD001"
                     close CSBHD001
                when "CSBHD002"
                     close CSBHD002
                when "CSBHD003"
                     close CSBHD003
                when "CSBHD004"
                     close CSBHD004
                when "CSBHD005"
                     close CSBHD005
                when "CSBHD006"
                     close CSBHD006
                when "CSBHD007"
                     close CSBHD007
                when "CSBHD008"
                     close CSBHD008
                when "CSBHD009"
                     close CSBHD009
                when "CSBHD013"
                     close CSBHD013
                when "CSBHD014"
                     close CSBHD014
                when "CSBHD017"
                     close CSBHD017
                when "CSBHD018"
                     close CSBHD018
                when "CSBHD022"
                     close CSBHD022
                when "CSBHD029"
                     close CSBHD029
                when "CSBHD039"
                     close CSBHD039
                when "CSBHD040"
                     close CSBHD040
                when "CSBHD043"
                     close CSBHD043
                when "CSBHD044"
                     close CSBHD044
                when "CSBHD046"
                     close CSBHD046
                when "CSBHD051"
                     close CSBHD051
                when "CSBHD056"
                     close CSBHD056
                when "CSBHD063"
                     close CSBHD063
                when "CSBHD067"
                     close CSBHD067
                when "CSBHD091"
                     close CSBHD091
                when "CSBHD109"
                     close CSBHD109
                when "CSBHD123"
                     close CSBHD123
            end-evaluate
           .
       2510-exit.
            exit.
      *>=====================================================================
       2520-posiciona-filho section.
       2520.
            evaluate ws-arq-tag
                when "CSBHD001"
                     move low-values          to fclj-chave-1
                     perform 9000-str-CSBHD001-gtr
                when "CSBHD002"
                     move low-values          to fccdd-chave-1
                     perform 9000-str-CSBHD002-gtr
                when "CSBHD003"
                     move low-values          to fesd-chave-1
                     perform 9000-str-CSBHD003-gtr
                when "CSBHD004"
                     move low-values          to feisd-chave-1
                     perform 9000-str-CSBHD004-gtr
                when "CSBHD005"
                     move low-values          to fetpt-chave-1
                     perform 9000-str-CSBHD005-gtr
                when "CSBHD006"
                     move low-values          to fdfnc-chave-1
                     perform 9000-str-CSBHD006-gtr
                when "CSBHD007"
                     move low-values          to fdetd-chave-1
                     perform 9000-str-CSBHD007-gtr
                when "CSBHD008"
                     move low-values          to fddps-chave-1
                     perform 9000-str-CSBHD008-gtr
                when "CSBHD009"
                     move low-values          to fdpdt-chave-1
                     perform 9000-str-CSBHD009-gtr
                when "CSBHD013"
                     move low-values          to fdcli-chave-1
                     perform 9000-str-CSBHD013-gtr
                when "CSBHD014"
                     move low-values          to fdepf-chave-1
                     perform 9000-str-CSBHD014-gtr
                when "CSBHD017"
                     move low-values          to fbpnd-chave-1
                     perform 9000-str-CSBHD017-gtr
                when "CSBHD018"
                     move low-values          to flot-chave-1
                     perform 9000-str-CSBHD018-gtr
                when "CSBHD022"
                     move low-values          to fsld-chave-1
                     perform 9000-str-CSBHD022-gtr
                when "CSBHD029"
                     move low-values          to fftr-chave-1
                     perform 9000-str-CSBHD029-gtr
                when "CSBHD039"
                     move low-values          to fpdv-chave-1
                     perform 9000-str-CSBHD039-gtr
                when "CSBHD040"
                     move low-values          to ftcr-chave-1
                     perform 9000-str-CSBHD040-gtr
                when "CSBHD043"
                     move low-values          to fvdd-chave-1
                     perform 9000-str-CSBHD043-gtr
                when "CSBHD044"
                     move low-values          to fprd-chave-1
                     perform 9000-str-CSBHD044-gtr
                when "CSBHD046"
                     move low-values          to frma-chave-1
                     perform 9000-str-CSBHD046-gtr
                when "CSBHD051"
                     move low-values          to fean-chave-1
                     perform 9000-str-CSBHD051-gtr
                when "CSBHD056"
                     move low-values          to fbol-chave-1
                     perform 9000-str-CSBHD056-gtr
                when "CSBHD063"
                     move low-values          to fvol-chave-1
                     perform 9000-str-CSBHD063-gtr
                when "CSBHD067"
                     move low-values          to fpod-chave-1
                     perform 9000-str-CSBHD067-gtr
                when "CSBHD091"
                     move low-values          to fbxr-chave-1
                     perform 9000-str-CSBHD091-gtr
                when "CSBHD109"
                     move low-values          to flpn-chave-1
                     perform 9000-str-CSBHD109-gtr
                when "CSBHD123"
                     move low-values          to fage-chave-1
                     perform 9000-str-CSBHD123-gtr
            end-evaluate
           .
       2520-exit.
            exit.
      *>=====================================================================
      *> Le o proximo registro do filho para ws-reg-filho, com o
      *> tamanho da chave primaria dele (a chave de exemplo do orfao).
       2530-le-filho section.
       2530.
            evaluate ws-arq-tag
                when "CSBHD001"
                     perform 9000-ler-CSBHD001-next
                     move fclj-loja                to ws-reg-filho
                     move length of fclj-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD002"
                     perform 9000-ler-CSBHD002-next
                     move fccdd-cidade             to ws-reg-filho
                     move length of fccdd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD003"
                     perform 9000-ler-CSBHD003-next
                     move fesd-saida               to ws-reg-filho
                     move length of fesd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD004"
                     perform 9000-ler-CSBHD004-next
                     move feisd-item-saida         to ws-reg-filho
                     move length of feisd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD005"
                     perform 9000-ler-CSBHD005-next
                     move fetpt-transportadora     to ws-reg-filho
                     move length of fetpt-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD006"
                     perform 9000-ler-CSBHD006-next
                     move fdfnc-fornecedor         to ws-reg-filho
                     move length of fdfnc-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD007"
                     perform 9000-ler-CSBHD007-next
                     move fdetd-entrada            to ws-reg-filho
                     move length of fdetd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD008"
                     perform 9000-ler-CSBHD008-next
                     move fddps-item-entrada       to ws-reg-filho
                     move length of fddps-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD009"
                     perform 9000-ler-CSBHD009-next
                     move fdpdt-produto            to ws-reg-filho
                     move length of fdpdt-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD013"
                     perform 9000-ler-CSBHD013-next
                     move fdcli-cliente            to ws-reg-filho
                     move length of fdcli-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD014"
                     perform 9000-ler-CSBHD014-next
                     move fdepf-empresa-filial     to ws-reg-filho
                     move length of fdepf-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD017"
                     perform 9000-ler-CSBHD017-next
                     move fbpnd-pendencia          to ws-reg-filho
                     move length of fbpnd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD018"
                     perform 9000-ler-CSBHD018-next
                     move flot-lote                to ws-reg-filho
                     move length of flot-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD022"
                     perform 9000-ler-CSBHD022-next
                     move fsld-saldo               to ws-reg-filho
                     move length of fsld-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD029"
                     perform 9000-ler-CSBHD029-next
                     move fftr-fatura              to ws-reg-filho
                     move length of fftr-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD039"
                     perform 9000-ler-CSBHD039-next
                     move fpdv-pedido-venda        to ws-reg-filho
                     move length of fpdv-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD040"
                     perform 9000-ler-CSBHD040-next
                     move ftcr-titulo-receber      to ws-reg-filho
                     move length of ftcr-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD043"
                     perform 9000-ler-CSBHD043-next
                     move fvdd-vendedor            to ws-reg-filho
                     move length of fvdd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD044"
                     perform 9000-ler-CSBHD044-next
                     move fprd-produto-mestre      to ws-reg-filho
                     move length of fprd-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD046"
                     perform 9000-ler-CSBHD046-next
                     move frma-autorizacao-devolucao to ws-reg-filho
                     move length of frma-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD051"
                     perform 9000-ler-CSBHD051-next
                     move fean-ean-produto         to ws-reg-filho
                     move length of fean-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD056"
                     perform 9000-ler-CSBHD056-next
                     move fbol-boleto              to ws-reg-filho
                     move length of fbol-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD063"
                     perform 9000-ler-CSBHD063-next
                     move fvol-volume              to ws-reg-filho
                     move length of fvol-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD067"
                     perform 9000-ler-CSBHD067-next
                     move fpod-comprovante         to ws-reg-filho
                     move length of fpod-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD091"
                     perform 9000-ler-CSBHD091-next
                     move fbxr-baixa-receber       to ws-reg-filho
                     move length of fbxr-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD109"
                     perform 9000-ler-CSBHD109-next
                     move flpn-palete              to ws-reg-filho
                     move length of flpn-chave-1
                                              to ws-tam-chave-filho
                when "CSBHD123"
                     perform 9000-ler-CSBHD123-next
                     move fage-agendamento         to ws-reg-filho
                     move length of fage-chave-1
                                              to ws-tam-chave-filho
            end-evaluate
           .
       2530-exit.
            exit.
      *>=====================================================================
       2540-confere-catalogo section.
       2540.
            move spaces                            to ws-id-arq-suportado
            if   ws-arq-tag equal "CSBHD001" or "CSBHD002" or "CSBHD003"
                 or "CSBHD004" or "CSBHD005" or "CSBHD006" or "CSBHD007"
                 or "CSBHD008" or "CSBHD009" or "CSBHD013" or "CSBHD014"
                 or "CSBHD017" or "CSBHD018" or "CSBHD022" or "CSBHD029"
                 or "CSBHD039" or "CSBHD040" or "CSBHD043" or "CSBHD044"
                 or "CSBHD046" or "CSBHD051" or "CSBHD056" or "CSBHD063"
                 or "CSBHD067" or "CSBHD091" or "CSBHD109" or "CSBHD123"
                 move "S"                          to ws-id-arq-suportado
            end-if
           .
       2540-exit.
            exit.
      *>=====================================================================
      *> Procura o pai pela chave primaria: a chave estrangeira montada
      *> vai para o registro do pai na posicao declarada.
       2550-le-pai section.
       2550.
            move spaces                            to ws-id-pai-encontrado
            evaluate ws-arq-tag
                when "CSBHD001"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fclj-loja
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD001-ran
                when "CSBHD002"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fccdd-cidade
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD002-ran
                when "CSBHD003"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fesd-saida
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD003-ran
                when "CSBHD004"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to feisd-item-saida
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD004-ran
                when "CSBHD005"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fetpt-transportadora
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD005-ran
                when "CSBHD006"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fdfnc-fornecedor
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD006-ran
                when "CSBHD007"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fdetd-entrada
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD007-ran
                when "CSBHD008"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fddps-item-entrada
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD008-ran
                when "CSBHD009"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fdpdt-produto
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD009-ran
                when "CSBHD013"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fdcli-cliente
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD013-ran
                when "CSBHD014"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fdepf-empresa-filial
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD014-ran
                when "CSBHD017"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fbpnd-pendencia
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD017-ran
                when "CSBHD018"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to flot-lote
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD018-ran
                when "CSBHD022"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fsld-saldo
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD022-ran
                when "CSBHD029"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fftr-fatura
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD029-ran
                when "CSBHD039"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fpdv-pedido-venda
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD039-ran
                when "CSBHD040"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to ftcr-titulo-receber
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD040-ran
                when "CSBHD043"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fvdd-vendedor
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD043-ran
                when "CSBHD044"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fprd-produto-mestre
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD044-ran
                when "CSBHD046"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to frma-autorizacao-devolucao
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD046-ran
                when "CSBHD051"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fean-ean-produto
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD051-ran
                when "CSBHD056"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fbol-boleto
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD056-ran
                when "CSBHD063"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fvol-volume
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD063-ran
                when "CSBHD067"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fpod-comprovante
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD067-ran
                when "CSBHD091"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fbxr-baixa-receber
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD091-ran
                when "CSBHD109"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to flpn-palete
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD109-ran
                when "CSBHD123"
                     move ws-chave-fk (1:ws-tam-fk)
                                              to fage-agendamento
                                                 (ws-pos-pai:ws-tam-fk)
                     perform 9000-ler-CSBHD123-ran
            end-evaluate
            if   ws-operacao-ok
                 move "S"                          to ws-id-pai-encontrado
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2550-exit.
            exit.
      *>=====================================================================
       2900-resumo-execucao section.
       2900.
            move spaces                             to rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Relacionamentos lidos      : " ws-qtde-relacionamentos
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Ignorados / nao conferidos : " ws-qtde-invalidos
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Com orfaos                 : " ws-qtde-quebrados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Criticos quebrados         : " ws-qtde-criticos-quebrados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                             to rel-linha
            string "  Orfaos no total            : " ws-qtde-orfaos-total
                                                     delimited by size into rel-linha
            write rel-linha

            close relatorio

            move ws-qtde-orfaos-total              to ws-run-qtde-registros
            if   ws-qtde-criticos-quebrados > zeroes
                 move "S"                          to ws-run-id-falha
                 move "Relacionamento critico quebrado"
                                                   to ws-run-ds-status
            end-if
           .
       2900-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
            move "3000-finalizacao - Inicio"       to ws-ds-tracelog
            perform 9000-tracelog

            perform 2900-resumo-execucao
            perform 9510-registra-fim-execucao

            move "3000-finalizacao - Fim"          to ws-ds-tracelog
            perform 9000-tracelog

            close trace-log
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
            move Return-Code                    to ws-id-tracelog-csbh03086v

            if   ws-tracelog-csbh03086v
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
            if   ws-tracelog-csbh03086v
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
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP003.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL001.
       COPY CSBHL002.
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL005.
       COPY CSBHL006.
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL013.
       COPY CSBHL014.
       COPY CSBHL017.
       COPY CSBHL018.
       COPY CSBHL022.
       COPY CSBHL029.
       COPY CSBHL039.
       COPY CSBHL040.
       COPY CSBHL043.
       COPY CSBHL044.
       COPY CSBHL046.
       COPY CSBHL051.
       COPY CSBHL056.
       COPY CSBHL063.
       COPY CSBHL067.
       COPY CSBHL091.
       COPY CSBHL109.
       COPY CSBHL123.
       COPY CSBHL033.
       COPY CSBHL999.
