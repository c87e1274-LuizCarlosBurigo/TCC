      *> continuam agregando) e cada anonimizacao fica no historico de
      *> cadastro via 9800-grava-historico (CSBHP005) - a evidencia de
      *> politica de retencao EXECUTANDO que o juridico pediu.
      *> Os telefones do cliente (contatos tipo "C" de CSBHD015) sao
      *> zerados e inativados junto, tambem com historico.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-RETENCAO-LGPD.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS003.
           COPY CSBHS012.
           COPY CSBHS013.
           COPY CSBHS015.
           COPY CSBHS033.
           COPY CSBHS036.
           COPY CSBHS040.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF003.
           COPY CSBHF012.
           COPY CSBHF013.
           COPY CSBHF015.
           COPY CSBHF033.
           COPY CSBHF036.
           COPY CSBHF040.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
              88 ws-fim-titulos                              value "S" "s".
           03 ws-id-fim-devolucoes                 pic x(01) value spaces.
              88 ws-fim-devolucoes                           value "S" "s".
           03 ws-id-fim-contatos                   pic x(01) value spaces.
              88 ws-fim-contatos                             value "S" "s".
           03 ws-id-cliente-ativo                  pic x(01) value spaces.
              88 ws-cliente-ativo                            value "S" "s".
           03 ws-hoje-inteiro                      pic 9(08) value zeroes.
           03 ws-qtde-anonimizados                 pic 9(09) value zeroes.
           03 ws-qtde-legal-hold                   pic 9(09) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-horizonte-retencao-dias            pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0004.
      *>=====================================================================
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros
            perform 9500-registra-inicio-execucao

            accept ws-data-inv                     from date yyyymmdd
                 compute ws-hoje-inteiro =
                         function integer-of-date(ws-data-inv)
                 compute ws-corte-inteiro =
                         ws-hoje-inteiro - ws-horizonte-retencao-dias
                 compute ws-data-corte =
                         function date-of-integer(ws-corte-inteiro)
            end-if
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-RETENCAO-LGPD"              to ws-par-cd-parametro
            move c-horizonte-retencao-dias         to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-horizonte-retencao-dias

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD015
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura

            close CSBHD003
            close CSBHD012
            close CSBHD013
            close CSBHD015
            close CSBHD040

            move "2000-processamento - Fim"     to ws-ds-tracelog
            string "Retencao LGPD - atividade considerada a partir de "
                   ws-data-corte delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha

            move low-values                        to fdcli-chave-1
            perform 9000-str-CSBHD013-gtr
            move spaces                            to fdcli-cep
            move spaces                            to fdcli-cnpj
            move spaces                            to fdcli-email
            accept ws-data-inv                     from date yyyymmdd
            move ws-ano-inv                        to fdcli-dt-atualizacao-ano
            move ws-mes-inv                        to fdcli-dt-atualizacao-mes
            move ws-dia-inv                        to fdcli-dt-atualizacao-dia
            accept ws-horas                        from time
            move ws-hora                           to fdcli-hr-atualizacao-hora
            move ws-minutos                        to fdcli-hr-atualizacao-minuto
            move ws-segundos                       to fdcli-hr-atualizacao-segundo
            move este-programa                     to fdcli-job-origem
            perform 9000-regravar-CSBHD013
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
            move "R"                               to ws-hst-operacao
            move fdcli-cliente                     to ws-hst-imagem-atual
            perform 9800-grava-historico
            perform 2310-anonimiza-contatos

            move spaces                            to rel-linha
            string "Cliente " ws-cd-cliente-corrente " anonimizado"
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Contatos do cliente: a chave fica, o telefone e zerado e o
      *> contato inativado.
       2310-anonimiza-contatos section.
       2310.
            initialize                             fctt-chave-1
            move "C"                               to fctt-tipo-origem
            move ws-cd-cliente-corrente            to fctt-cd-origem
            perform 9000-str-CSBHD015-gtr
            move spaces                            to ws-id-fim-contatos
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-contatos
            end-if
            perform until ws-fim-contatos
                 perform 9000-ler-CSBHD015-next
                 if   not ws-operacao-ok
                 or   not fctt-tipo-cliente
                 or   fctt-cd-origem not equal ws-cd-cliente-corrente
                      move "S"                     to ws-id-fim-contatos
                 else
                      move fctt-contato            to ws-hst-imagem-anterior
                      move zeroes                  to fctt-ddd
                      move zeroes                  to fctt-numero-telefone
                      move "I"                     to fctt-situacao
                      perform 9000-regravar-CSBHD015
                      if   ws-operacao-ok
                           move "CSBHF015"         to ws-hst-tabela
                           move fctt-chave-1       to ws-hst-chave
                           move "R"                to ws-hst-operacao
                           move fctt-contato       to ws-hst-imagem-atual
                           perform 9800-grava-historico
                      else
                           move whs-mensagem       to ws-ds-tracelog
                           perform 9000-tracelog
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2310-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
       COPY CSBHP001.
       COPY CSBHP003.
       COPY CSBHP005.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL012.
       COPY CSBHL013.
       COPY CSBHL015.
       COPY CSBHL033.
       COPY CSBHL036.
       COPY CSBHL040.
       COPY CSBHL130.
