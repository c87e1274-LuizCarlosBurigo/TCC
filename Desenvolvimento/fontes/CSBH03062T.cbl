       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03062T.
      *>=====================================================================
      *> Carga do extrato bancario diario: le o arquivo CNAB 240 de
      *> extrato de conta corrente CSBH03062T_EXTRATO.TXT e grava cada
      *> lancamento (segmento E) em CSBHD090, na empresa/filial dona da
      *> conta - a conta do lancamento (banco, agencia, conta) e
      *> procurada entre as contas tipo "E" de CSBHD089. Lancamento de
      *> conta nao cadastrada e apontado no relatorio sem interromper o
      *> lote; lancamento ja carregado (mesmo NSA, lote e sequencia)
      *> fica como esta, com a conciliacao que ja tiver. A conciliacao
      *> dos lancamentos e feita pelo CSBH03063C.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS089.
           COPY CSBHS090.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select arqextrato assign to wid-arqextrato
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF089.
           COPY CSBHF090.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqextrato.
           01   ext-registro                       pic  x(240).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03062T".

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03062t             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03062t                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arqextrato                       pic x(250).
           03 ws-qtde-gravados                     pic 9(07) value zeroes.
           03 ws-qtde-existentes                   pic 9(07) value zeroes.
           03 ws-qtde-recusados                    pic 9(07) value zeroes.
           03 ws-total-creditos                    pic s9(13)v99 value zeroes.
           03 ws-total-debitos                     pic s9(13)v99 value zeroes.
           03 ws-valor-edt                         pic -(13)9,99.
           03 ws-nsa                               pic 9(06) value zeroes.
           03 ws-id-fim-conta                      pic x(01) value spaces.
              88 ws-fim-conta                                value "S" "s".
           03 ws-id-conta-localizada               pic x(01) value spaces.
              88 ws-conta-localizada                         value "S".
           03 ws-conta-corrente.
              *>Ultima conta localizada: lancamentos vem agrupados por
              *>conta, e a procura em CSBHD089 so se repete na troca.
              05 ws-cc-cd-banco                    pic 9(03) value zeroes.
              05 ws-cc-agencia                     pic 9(05) value zeroes.
              05 ws-cc-conta                       pic 9(12) value zeroes.
              05 ws-cc-cd-empresa                  pic 9(03) value zeroes.
              05 ws-cc-cd-filial                   pic 9(04) value zeroes.
           03 ws-ext-data-ddmmaaaa                 pic 9(08) value zeroes.
           03 filler redefines ws-ext-data-ddmmaaaa.
              05 ws-ext-data-dia                   pic 9(02).
              05 ws-ext-data-mes                   pic 9(02).
              05 ws-ext-data-ano                   pic 9(04).
           03 ws-data-lancamento.
              05 ws-data-lancamento-ano            pic 9(04).
              05 ws-data-lancamento-mes            pic 9(02).
              05 ws-data-lancamento-dia            pic 9(02).

      *>=====================================================================
      *> Layout CNAB 240 de extrato: header de arquivo (tipo "0") da o
      *> NSA; os lancamentos sao os detalhes tipo "3" segmento E.
       01  ws-extrato-registro                     pic x(240).
       01  ws-extrato-header redefines ws-extrato-registro.
           03 filler                               pic x(07).
           03 ws-exh-tipo                          pic x(01).
              88 ws-exh-header-arquivo                       value "0".
           03 filler                               pic x(149).
           03 ws-exh-nsa                           pic 9(06).
           03 filler                               pic x(77).
       01  ws-extrato-segmento-e redefines ws-extrato-registro.
           03 ws-ext-banco                         pic 9(03).
           03 ws-ext-lote                          pic 9(04).
           03 ws-ext-tipo                          pic x(01).
              88 ws-ext-detalhe                              value "3".
           03 ws-ext-seq                           pic 9(05).
           03 ws-ext-segmento                      pic x(01).
              88 ws-ext-segmento-e                           value "E".
           03 filler                               pic x(03).
           03 filler                               pic x(01).
           03 filler                               pic x(14).
           03 filler                               pic x(20).
           03 ws-ext-agencia                       pic 9(05).
           03 filler                               pic x(01).
           03 ws-ext-conta                         pic 9(12).
           03 filler                               pic x(02).
           03 filler                               pic x(30).
           03 filler                               pic x(06).
           03 ws-ext-natureza                      pic x(03).
           03 filler                               pic x(02).
           03 ws-ext-complemento                   pic x(20).
           03 filler                               pic x(01).
           03 filler                               pic x(08).
           03 ws-ext-data-lancamento               pic 9(08).
           03 ws-ext-valor                         pic 9(16)v99.
           03 ws-ext-tipo-lancamento               pic x(01).
           03 ws-ext-categoria                     pic 9(03).
           03 ws-ext-cd-historico                  pic x(04).
           03 ws-ext-historico                     pic x(25).
           03 ws-ext-nr-documento                  pic x(39).

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
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03062T.REL" delimited by size into wid-arquivo-relatorio
            string lnk-dtbLog delimited by space,
                   este-programa, "_EXTRATO.TXT" into wid-arqextrato
            move wid-arqextrato                    to ws-filename

            perform 9000-abrir-i-CSBHD089
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD090
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-processa-extrato
            end-if

            close CSBHD089
            close CSBHD090

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2100-processa-extrato section.
       2100.
            open input arqextrato
            if   not ws-operacao-ok
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] erro de abertura - status: ", ws-status into ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            open output relatorio
            move spaces                            to rel-linha
            string "Carga de extrato bancario" delimited by size
                                                     into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Linha  Banco Agencia Conta        Resultado"
                   delimited by size into rel-linha
            write rel-linha

            move 1                                 to ws-idx-001
            read arqextrato
            perform
              until not ws-operacao-ok
                    move ext-registro              to ws-extrato-registro
                    if   ws-exh-header-arquivo
                         move ws-exh-nsa           to ws-nsa
                    end-if
                    if   ws-ext-detalhe
                    and  ws-ext-segmento-e
                         perform 2200-grava-lancamento
                    end-if
                    add 1                          to ws-idx-001
                    read arqextrato
            end-perform
            close arqextrato

            perform 2290-rodape
            close relatorio
           .
       2100-exit.
            exit.
      *>=====================================================================
       2200-grava-lancamento section.
       2200.
            if   ws-ext-banco   not equal ws-cc-cd-banco
            or   ws-ext-agencia not equal ws-cc-agencia
            or   ws-ext-conta   not equal ws-cc-conta
                 perform 2210-localiza-conta
            end-if
            if   not ws-conta-localizada
                 add 1                             to ws-qtde-recusados
                 string "Erro - Arquivo: [" delimited by size, ws-filename delimited by space,
                        "] linha ", ws-idx-001,
                        " conta ", ws-ext-banco, "/", ws-ext-agencia, "/",
                        ws-ext-conta, " não cadastrada em CSBHD089" into ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to rel-linha
                 string ws-idx-001 " " ws-ext-banco "   " ws-ext-agencia
                        "   " ws-ext-conta " CONTA NAO CADASTRADA"
                        delimited by size into rel-linha
                 write rel-linha
                 exit section
            end-if

            move ws-ext-data-lancamento            to ws-ext-data-ddmmaaaa
            move ws-ext-data-ano                   to ws-data-lancamento-ano
            move ws-ext-data-mes                   to ws-data-lancamento-mes
            move ws-ext-data-dia                   to ws-data-lancamento-dia

            initialize                             fexb-extrato-bancario
            move ws-cc-cd-empresa                  to fexb-cd-empresa
            move ws-cc-cd-filial                   to fexb-cd-filial
            move ws-data-lancamento                to fexb-data-lancamento
            move ws-nsa                            to fexb-nsa
            move ws-ext-lote                       to fexb-lote
            move ws-ext-seq                        to fexb-sequencia
            perform 9000-ler-CSBHD090-ran
            if   ws-operacao-ok
                 add 1                             to ws-qtde-existentes
                 exit section
            end-if

            initialize                             fexb-extrato-bancario
            move ws-cc-cd-empresa                  to fexb-cd-empresa
            move ws-cc-cd-filial                   to fexb-cd-filial
            move ws-data-lancamento                to fexb-data-lancamento
            move ws-nsa                            to fexb-nsa
            move ws-ext-lote                       to fexb-lote
            move ws-ext-seq                        to fexb-sequencia
            move ws-ext-banco                      to fexb-cd-banco
            move ws-ext-agencia                    to fexb-agencia
            move ws-ext-conta                      to fexb-conta
            move ws-ext-natureza                   to fexb-natureza
            move ws-ext-tipo-lancamento            to fexb-tipo-lancamento
            move ws-ext-valor                      to fexb-valor
            move ws-ext-categoria                  to fexb-categoria
            move ws-ext-cd-historico               to fexb-cd-historico
            move ws-ext-historico                  to fexb-historico
            move ws-ext-nr-documento               to fexb-nr-documento
            move ws-ext-complemento                to fexb-complemento
            move ws-ano-inv                        to fexb-dt-atualizacao-ano
            move ws-mes-inv                        to fexb-dt-atualizacao-mes
            move ws-dia-inv                        to fexb-dt-atualizacao-dia
            move ws-hora                           to fexb-hr-atualizacao-hora
            move ws-minutos                        to fexb-hr-atualizacao-minuto
            move ws-segundos                       to fexb-hr-atualizacao-segundo
            move este-programa                     to fexb-job-origem
            perform 9000-gravar-CSBHD090
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move spaces                       to whs-mensagem
                 add 1                             to ws-qtde-recusados
                 exit section
            end-if

            add 1                                  to ws-qtde-gravados
            if   fexb-lancamento-debito
                 add fexb-valor                    to ws-total-debitos
            else
                 add fexb-valor                    to ws-total-creditos
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> Conta do lancamento entre as contas da empresa (tipo "E").
       2210-localiza-conta section.
       2210.
            move spaces                            to ws-id-conta-localizada
            move ws-ext-banco                      to ws-cc-cd-banco
            move ws-ext-agencia                    to ws-cc-agencia
            move ws-ext-conta                      to ws-cc-conta
            move zeroes                            to ws-cc-cd-empresa
                                                      ws-cc-cd-filial
            initialize                             fcbc-chave-1
            move "E"                               to fcbc-tipo-titular
            perform 9000-str-CSBHD089-gtr
            move spaces                             to ws-id-fim-conta
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-conta
            end-if
            perform until ws-fim-conta
                 perform 9000-ler-CSBHD089-next
                 if   not ws-operacao-ok
                 or   not fcbc-titular-empresa
                      move "S"                     to ws-id-fim-conta
                 else
                      if   fcbc-cd-banco equal ws-ext-banco
                      and  fcbc-agencia  equal ws-ext-agencia
                      and  fcbc-conta    equal ws-ext-conta
                           move "S"                to ws-id-conta-localizada
                                                      ws-id-fim-conta
                           move fcbc-cd-empresa    to ws-cc-cd-empresa
                           move fcbc-cd-titular    to ws-cc-cd-filial
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Lancamentos gravados       : " ws-qtde-gravados
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Lancamentos ja carregados  : " ws-qtde-existentes
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Lancamentos recusados      : " ws-qtde-recusados
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-creditos                 to ws-valor-edt
            move spaces                            to rel-linha
            string "Total de creditos          : " ws-valor-edt
                   delimited by size into rel-linha
            write rel-linha
            move ws-total-debitos                  to ws-valor-edt
            move spaces                            to rel-linha
            string "Total de debitos           : " ws-valor-edt
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

            move ws-qtde-gravados                  to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03062t

            if   ws-tracelog-csbh03062t
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
            if   ws-tracelog-csbh03062t
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
       COPY CSBHL089.
       COPY CSBHL090.
