       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03075V.
      *>=====================================================================
      *> Vencimento de documentos de parceiro: job diario que percorre
      *> o registro de documentos de transportadoras e fornecedores
      *> (CSBHD113). Documento com o vencimento ja passado fica
      *> vencido ("E") e vai para a caixa de notificacoes (CSBHP008) -
      *> evento BLQ quando o documento e obrigatorio, porque a partir
      *> dai o parceiro fica bloqueado (CSBHP020) na carga da Saida, na
      *> cotacao de frete e na premiacao de cotacao; DOC quando nao e.
      *> Documento que vence dentro de lnk-dcv-dias-aviso dias (zero =
      *> padrao de 30) fica a vencer ("A") e e avisado uma unica vez
      *> (fdcp-data-aviso). A renovacao pela carga do CSBH01001C
      *> devolve o documento a valido. O relatorio lista cada documento
      *> avisado ou vencido no dia.
      *> O mesmo job acompanha as nao conformidades de fornecedor
      *> (CSBHD114): RNC pendente com o prazo de contencao (ainda nao
      *> contida) ou o de acao corretiva ja passado vai para a caixa de
      *> notificacoes como evento RNC, uma vez por prazo (a troca de
      *> prazo na CSBH03076N rearma o aviso). Sem CSBHD114 no ar o job
      *> segue so com os documentos.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-AVISO-DOCUMENTO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS033.
           COPY CSBHS068.
           COPY CSBHS113.
           COPY CSBHS114.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
                  organization is line sequential.

           select relatorio assign to wid-arquivo-relatorio
                  status  is ws-resultado-acesso
                  organization is line sequential.

      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF033.
           COPY CSBHF068.
           COPY CSBHF113.
           COPY CSBHF114.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

      *>=====================================================================
       WORKING-STORAGE SECTION.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03075V".

      *> Antecedencia do aviso quando o chamador nao informa.
       78  c-dias-aviso-padrao                               value 30.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03075v             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03075v                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-data-limite-aviso                 pic 9(08) value zeroes.
           03 ws-dias-aviso                        pic 9(03) value zeroes.
           03 ws-qtde-documentos                   pic 9(07) value zeroes.
           03 ws-qtde-avisos                       pic 9(05) value zeroes.
           03 ws-qtde-vencidos                     pic 9(05) value zeroes.
           03 ws-qtde-bloqueios                    pic 9(05) value zeroes.
           03 ws-ds-ocorrencia                     pic x(12) value spaces.
           03 ws-id-rnc-abertas                    pic x(01) value spaces.
              88 ws-rnc-abertas                              value "S".
           03 ws-qtde-rnc-atrasadas                pic 9(05) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-aviso-padrao                  pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
       COPY CSBHW0008.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-dcv-parametros.
           03 lnk-dcv-dias-aviso                    pic 9(03).
           03 lnk-dcv-qtde-avisos                   pic 9(05).
           03 lnk-dcv-qtde-vencidos                 pic 9(05).
           03 lnk-dcv-qtde-rnc-atrasadas            pic 9(05).
           03 lnk-dcv-id-ok                         pic x(01).
              88 lnk-dcv-ok                                   value "S".
           03 lnk-dcv-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-dcv-parametros.
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
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            move zeroes                            to lnk-dcv-qtde-avisos
            move zeroes                            to lnk-dcv-qtde-vencidos
            move zeroes                            to lnk-dcv-qtde-rnc-atrasadas
            move spaces                            to lnk-dcv-id-ok
            move spaces                            to lnk-dcv-id-erro

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move ws-data-inv                       to ws-data-hoje
            if   lnk-dcv-dias-aviso not = zero
                 move lnk-dcv-dias-aviso           to ws-dias-aviso
            else
                 move ws-dias-aviso-padrao          to ws-dias-aviso
            end-if
            compute ws-data-limite-aviso =
                    function date-of-integer(
                    function integer-of-date(ws-data-hoje) + ws-dias-aviso)
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-AVISO-DOCUMENTO"            to ws-par-cd-parametro
            move c-dias-aviso-padrao               to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-aviso-padrao

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move "2000-processamento - Inicio"     to ws-ds-tracelog
            perform 9000-tracelog

            string lnk-extractionPath delimited by space,
                   "/CSBH03075V.REL" delimited by size into wid-arquivo-relatorio

            perform 9000-abrir-io-CSBHD113
            perform 9000-controle-abertura
            move spaces                            to ws-id-rnc-abertas
            if   processamento-sem-erro
                 perform 9000-abrir-io-CSBHD114
                 if   ws-operacao-ok
                      move "S"                     to ws-id-rnc-abertas
                 else
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      initialize                   whs-mensagem
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if

            if   processamento-sem-erro
                 open output relatorio
                 perform 2010-cabecalho
                 perform 2100-verifica-documentos
                 if   ws-rnc-abertas
                      perform 2500-verifica-rncs
                 end-if
                 perform 2900-rodape
                 close relatorio
                 move ws-qtde-avisos               to lnk-dcv-qtde-avisos
                 move ws-qtde-vencidos             to lnk-dcv-qtde-vencidos
                 move ws-qtde-rnc-atrasadas        to lnk-dcv-qtde-rnc-atrasadas
                 move "S"                          to lnk-dcv-id-ok
            else
                 move "N"                          to lnk-dcv-id-ok
                 move whs-mensagem                 to lnk-dcv-id-erro
            end-if

            close CSBHD113
            if   ws-rnc-abertas
                 close CSBHD114
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
            string "Documentos de parceiro - vencimentos em "
                   ws-data-hoje
                   " (aviso com " ws-dias-aviso " dias)"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Tp Parceiro  Doc  Placa    Numero                        "
                   "  Vencimento Obr Ocorrencia"
                   delimited by size into rel-linha
            write rel-linha
           .
       2010-exit.
            exit.
      *>=====================================================================
      *> Varredura completa pela chave: o registro tem um documento
      *> por parceiro e tipo, entao o volume e o do cadastro.
       2100-verifica-documentos section.
       2100.
            move low-values                        to fdcp-chave-1
            perform 9000-str-CSBHD113-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD113-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      add 1                        to ws-qtde-documentos
                      perform 2200-avalia-documento
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Vencido: so na primeira vez que e encontrado vencido (situacao
      *> ainda diferente de "E"). A vencer: so enquanto nao avisado.
       2200-avalia-documento section.
       2200.
            if   fdcp-data-vencimento equal zeroes
                 exit section
            end-if

            evaluate true
                when fdcp-data-vencimento < ws-data-hoje
                     if   fdcp-situacao-vencido
                          exit section
                     end-if
                     move "E"                      to fdcp-situacao
                     add 1                         to ws-qtde-vencidos
                     if   fdcp-obrigatorio
                          add 1                    to ws-qtde-bloqueios
                          move "BLOQUEIO"          to ws-ds-ocorrencia
                          move "BLQ"               to ws-ntf-tipo-evento
                     else
                          move "VENCIDO"           to ws-ds-ocorrencia
                          move "DOC"               to ws-ntf-tipo-evento
                     end-if
                when fdcp-data-vencimento not > ws-data-limite-aviso
                     if   fdcp-data-aviso not equal zeroes
                          exit section
                     end-if
                     move "A"                      to fdcp-situacao
                     move ws-data-hoje             to fdcp-data-aviso
                     add 1                         to ws-qtde-avisos
                     move "A VENCER"               to ws-ds-ocorrencia
                     move "DOC"                    to ws-ntf-tipo-evento
                when other
                     exit section
            end-evaluate

            move ws-ano-inv                        to fdcp-dt-atualizacao-ano
            move ws-mes-inv                        to fdcp-dt-atualizacao-mes
            move ws-dia-inv                        to fdcp-dt-atualizacao-dia
            move ws-hora                           to fdcp-hr-atualizacao-hora
            move ws-minutos                        to fdcp-hr-atualizacao-minuto
            move ws-segundos                       to fdcp-hr-atualizacao-segundo
            move este-programa                     to fdcp-job-origem
            perform 9000-regravar-CSBHD113
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move spaces                            to ws-ntf-ds-evento
            string "Parceiro " fdcp-tipo-parceiro " " fdcp-cd-parceiro
                   " documento " fdcp-tipo-documento " " fdcp-placa
                   " vence " fdcp-data-vencimento " " ws-ds-ocorrencia
                   delimited by size into ws-ntf-ds-evento
            perform 9450-deposita-notificacao

            move spaces                            to rel-linha
            string fdcp-tipo-parceiro "  "
                   fdcp-cd-parceiro " "
                   fdcp-tipo-documento " "
                   fdcp-placa " "
                   fdcp-nr-documento "  "
                   fdcp-data-vencimento "   "
                   fdcp-id-obrigatorio "  "
                   ws-ds-ocorrencia
                   delimited by size into rel-linha
            write rel-linha
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> RNCs pendentes de todas as filiais, pela chave.
       2500-verifica-rncs section.
       2500.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Nao conformidades com prazo vencido"
                   delimited by size into rel-linha
            write rel-linha
            move low-values                        to frnc-chave-1
            perform 9000-str-CSBHD114-gtr
            move spaces                             to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD114-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   frnc-situacao-pendente
                      and  frnc-data-aviso-atraso equal zeroes
                           perform 2510-avalia-rnc
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2500-exit.
            exit.
      *>=====================================================================
       2510-avalia-rnc section.
       2510.
            evaluate true
                when frnc-situacao-aberta
                and  frnc-data-limite-contencao not equal zeroes
                and  frnc-data-limite-contencao < ws-data-hoje
                     move "CONTENCAO"              to ws-ds-ocorrencia
                when frnc-data-limite-corretiva not equal zeroes
                and  frnc-data-limite-corretiva < ws-data-hoje
                     move "CORRETIVA"              to ws-ds-ocorrencia
                when other
                     exit section
            end-evaluate

            move ws-data-hoje                      to frnc-data-aviso-atraso
            move ws-ano-inv                        to frnc-dt-atualizacao-ano
            move ws-mes-inv                        to frnc-dt-atualizacao-mes
            move ws-dia-inv                        to frnc-dt-atualizacao-dia
            move ws-hora                           to frnc-hr-atualizacao-hora
            move ws-minutos                        to frnc-hr-atualizacao-minuto
            move ws-segundos                       to frnc-hr-atualizacao-segundo
            move este-programa                     to frnc-job-origem
            perform 9000-regravar-CSBHD114
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            add 1                                  to ws-qtde-rnc-atrasadas

            move "RNC"                             to ws-ntf-tipo-evento
            move spaces                            to ws-ntf-ds-evento
            string "RNC " frnc-cd-empresa "/" frnc-cd-filial "/"
                   frnc-cd-rnc " fornecedor " frnc-cd-fornecedor
                   " prazo " ws-ds-ocorrencia " vencido - resp. "
                   frnc-cd-responsavel
                   delimited by size into ws-ntf-ds-evento
            perform 9450-deposita-notificacao

            move spaces                            to rel-linha
            string "  " frnc-cd-empresa "/" frnc-cd-filial "/"
                   frnc-cd-rnc "  fornecedor " frnc-cd-fornecedor
                   "  " frnc-categoria-defeito
                   "  contencao " frnc-data-limite-contencao
                   "  corretiva " frnc-data-limite-corretiva
                   "  " frnc-cd-responsavel "  " ws-ds-ocorrencia
                   delimited by size into rel-linha
            write rel-linha
            move "00"                              to ws-resultado-acesso
           .
       2510-exit.
            exit.
      *>=====================================================================
       2900-rodape section.
       2900.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Documentos : " ws-qtde-documentos
                   "   A vencer avisados : " ws-qtde-avisos
                   "   Vencidos : " ws-qtde-vencidos
                   "   Parceiros bloqueados : " ws-qtde-bloqueios
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "RNCs com prazo vencido avisadas : "
                   ws-qtde-rnc-atrasadas
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

            move ws-qtde-documentos                to ws-run-qtde-registros
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
            move Return-Code                    to ws-id-tracelog-csbh03075v

            if   ws-tracelog-csbh03075v
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
            if   ws-tracelog-csbh03075v
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
       COPY CSBHP008.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL033.
       COPY CSBHL068.
       COPY CSBHL113.
       COPY CSBHL114.
       COPY CSBHL130.
