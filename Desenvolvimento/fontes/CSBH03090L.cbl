       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBH03090L.
      *>=====================================================================
      *> Pedido de acesso do titular (LGPD): quando um cliente ativo, ou
      *> um contato dele, pede formalmente os dados pessoais que
      *> guardamos, a transacao localiza o titular pelo codigo do
      *> cliente ou pelo CNPJ/CPF e reune tudo o que o referencia:
      *>  - cadastro (CSBHD013);
      *>  - contatos tipo "C" do cliente (CSBHD015);
      *>  - comprovantes de entrega (CSBHD067) das Saidas do cliente
      *>    (chave alternada por cliente em CSBHD003), com nome e
      *>    documento do recebedor, e - pedido feito por CPF/CNPJ - os
      *>    comprovantes de outras Saidas em que o documento do
      *>    recebedor e o informado;
      *>  - titulos a receber (CSBHD040) e boletos (CSBHD056);
      *>  - historico de alteracao do cadastro e dos contatos (CSBHD036).
      *> Sai o relatorio legivel CSBH03090L_<protocolo>.REL e o arquivo
      *> de dados CSBH03090L_<protocolo>.CSV (origem;registro;campo;
      *> valor, um dado por linha) no diretorio de extracao, e o pedido
      *> fica registrado em CSBHD132 com data, hora, operador e prazo
      *> legal, aberto ate a resposta. Protocolo = data + hora + cliente.
      *> Funcoes (lnk-tit-funcao):
      *>   "E" emite e registra o pedido (autorizacao de consulta "C");
      *>   "R" registra a resposta de um protocolo aberto, com data,
      *>       operador e descricao (autorizacao de manutencao "M").
      *> Operador (lnk-cd-operador) obrigatorio nas duas. CNPJ/CPF que
      *> casa com mais de um cadastro de cliente: vale o primeiro e os
      *> demais codigos saem no relatorio para unificacao (CSBH03085M).
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M), com as constantes c- como padrao sem
      *> cadastro: DIAS-PRAZO-LGPD (dias corridos para a resposta).
      *> Segue o modelo de subprograma chamavel de CSBH03085M.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS013.
           COPY CSBHS015.
           COPY CSBHS036.
           COPY CSBHS040.
           COPY CSBHS056.
           COPY CSBHS067.
           COPY CSBHS130.
           COPY CSBHS132.

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
           COPY CSBHF003.
           COPY CSBHF013.
           COPY CSBHF015.
           COPY CSBHF036.
           COPY CSBHF040.
           COPY CSBHF056.
           COPY CSBHF067.
           COPY CSBHF130.
           COPY CSBHF132.

           fd   trace-log.
           01   log-registro.
                03 log-linha                       pic  x(2048).

           fd   relatorio.
           01   rel-linha                          pic  x(132).

           fd   arqsaidadados.
           01   csv-linha                          pic  x(300).

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
       78  este-programa                                     value "CSBH03090L".
       78  c-prazo-lgpd-dias                                 value 15.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03090l             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03090l                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arquivo-relatorio                pic x(250).
           03 wid-arquivo-saida-csv                pic x(250).
           03 ws-id-fim-arquivo                    pic x(01) value spaces.
              88 ws-fim-arquivo                              value "S" "s".
           03 ws-id-fim-saidas                     pic x(01) value spaces.
              88 ws-fim-saidas                               value "S" "s".
           03 ws-cd-cliente-titular                pic 9(09) value zeroes.
           03 ws-qtde-homonimos                    pic 9(05) value zeroes.
           03 ws-qtde-itens                        pic 9(07) value zeroes.
           03 ws-data-prazo                        pic 9(08) value zeroes.
           03 ws-protocolo                         pic x(23) value spaces.
           03 ws-hst-tabela-busca                  pic x(08) value spaces.
           03 ws-hst-chave-busca                   pic x(30) value spaces.
           03 ws-hst-tam-chave                     pic 9(02) value zeroes.
           03 ws-chave-contato                     pic x(10) value spaces.
      *> Um dado pessoal por vez: origem (arquivo), registro (chave),
      *> campo e valor; 2900 imprime e exporta.
           03 ws-itm-origem                        pic x(08) value spaces.
           03 ws-itm-registro                      pic x(30) value spaces.
           03 ws-itm-campo                         pic x(20) value spaces.
           03 ws-itm-valor                         pic x(80) value spaces.
           03 ws-itm-vl-edt                        pic -(11)9.99.
           03 ws-itm-ind-inicio                    pic 9(02) value zeroes.
           03 ws-itm-parte                         pic 9(02) value zeroes.
           03 ws-itm-pos-parte                     pic 9(03) value zeroes.
           03 ws-itm-imagem                        pic x(600) value spaces.
           03 ws-itm-ds-imagem                     pic x(16) value spaces.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-prazo-lgpd-dias                    pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
       01  lnk-tit-parametros.
           03 lnk-tit-funcao                        pic x(01).
              88 lnk-tit-emite                                value "E".
              88 lnk-tit-responde                             value "R".
           03 lnk-tit-cd-cliente                    pic 9(09).
           03 lnk-tit-cnpj-cpf                      pic x(14).
              *> Na emissao: cliente ou documento (ao menos um).
           03 lnk-tit-ds-titular                    pic x(80).
              *> Quem pediu (cliente ou contato); espacos = nome do
              *> cadastro do cliente.
           03 lnk-tit-protocolo.
              *> Devolvido na emissao; informado na resposta.
              05 lnk-tit-data-pedido                pic 9(08).
              05 lnk-tit-hora-pedido                pic 9(06).
              05 lnk-tit-cd-cliente-pedido          pic 9(09).
           03 lnk-tit-ds-resposta                   pic x(60).
           03 lnk-tit-data-prazo                    pic 9(08).
           03 lnk-tit-qtde-itens                    pic 9(07).
           03 lnk-tit-id-ok                         pic x(01).
              88 lnk-tit-ok                                   value "S".
           03 lnk-tit-id-erro                       pic x(100).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                                lnk-tit-parametros.
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

            move spaces                            to lnk-tit-id-ok
            move spaces                            to lnk-tit-id-erro
            move zeroes                            to lnk-tit-qtde-itens
            if   lnk-tit-emite
                 move zeroes                       to lnk-tit-protocolo
                 move zeroes                       to lnk-tit-data-prazo
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-PRAZO-LGPD"                 to ws-par-cd-parametro
            move c-prazo-lgpd-dias                 to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-lgpd-dias

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

            if   not lnk-tit-emite
            and  not lnk-tit-responde
                 move "N"                          to lnk-tit-id-ok
                 move "Funcao invalida: informe E (emite) ou R (resposta)"
                                                   to lnk-tit-id-erro
                 exit section
            end-if
            if   lnk-cd-operador equal spaces
                 move "N"                          to lnk-tit-id-ok
                 move "Operador obrigatorio no pedido do titular"
                                                   to lnk-tit-id-erro
                 exit section
            end-if

            initialize                             ws-aut-parametros
            if   lnk-tit-responde
                 move "M"                          to ws-aut-funcao
            else
                 move "C"                          to ws-aut-funcao
            end-if
            move este-programa                     to ws-aut-programa
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
                 move "N"                          to lnk-tit-id-ok
                 move ws-aut-id-erro               to lnk-tit-id-erro
                 move ws-aut-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
                 exit section
            end-if

            perform 9000-abrir-io-CSBHD132
            if   ws-arquivo-inexistente
            and  lnk-tit-emite
                 perform 9000-abrir-o-CSBHD132
                 if   ws-operacao-ok
                      close CSBHD132
                      perform 9000-abrir-io-CSBHD132
                 end-if
            end-if
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 move "N"                          to lnk-tit-id-ok
                 move whs-mensagem                 to lnk-tit-id-erro
                 initialize                        whs-mensagem
                 exit section
            end-if

            if   lnk-tit-responde
                 perform 2800-registra-resposta
            else
                 perform 2050-emite-pedido
            end-if
            close CSBHD132

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
           .
       2000-exit.
            exit.
      *>=====================================================================
       2050-emite-pedido section.
       2050.
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD015
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD036
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD040
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD056
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD067
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2100-localiza-titular
                 if   lnk-tit-id-erro equal spaces
                      perform 2150-abre-saidas
                      perform 2200-dados-cadastro
                      perform 2300-dados-contatos
                      perform 2400-dados-entregas
                      perform 2450-dados-entregas-documento
                      perform 2500-dados-titulos
                      perform 2550-dados-boletos
                      perform 2600-dados-historico
                      perform 2700-registra-pedido
                      perform 2750-fecha-saidas
                 end-if
            else
                 move "N"                          to lnk-tit-id-ok
                 move whs-mensagem                 to lnk-tit-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD003
            close CSBHD013
            close CSBHD015
            close CSBHD036
            close CSBHD040
            close CSBHD056
            close CSBHD067
           .
       2050-exit.
            exit.
      *>=====================================================================
      *> Pelo codigo, o cliente tem de existir (o documento informado
      *> junto vale para os comprovantes). So pelo documento, o primeiro
      *> cadastro com o CNPJ/CPF e o titular; sem cadastro nenhum o
      *> pedido segue com cliente zero (contato ou recebedor que nao e
      *> cliente) e so os comprovantes pelo documento sao procurados.
       2100-localiza-titular section.
       2100.
            move zeroes                            to ws-cd-cliente-titular
            move zeroes                            to ws-qtde-homonimos
            if   lnk-tit-cd-cliente equal zeroes
            and  lnk-tit-cnpj-cpf equal spaces
                 move "N"                          to lnk-tit-id-ok
                 move "Informe o codigo do cliente ou o CNPJ/CPF do titular"
                                                   to lnk-tit-id-erro
                 exit section
            end-if

            if   lnk-tit-cd-cliente not equal zeroes
                 initialize                        fdcli-chave-1
                 move lnk-tit-cd-cliente           to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   not ws-operacao-ok
                      move "N"                     to lnk-tit-id-ok
                      string "Cliente " lnk-tit-cd-cliente
                             " nao cadastrado" delimited by size
                                                   into lnk-tit-id-erro
                      move "00"                    to ws-resultado-acesso
                      exit section
                 end-if
                 move fdcli-cd-cliente             to ws-cd-cliente-titular
                 exit section
            end-if

            initialize                             fdcli-chave-1
            perform 9000-str-CSBHD013-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD013-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fdcli-cnpj equal lnk-tit-cnpj-cpf
                           if   ws-cd-cliente-titular equal zeroes
                                move fdcli-cd-cliente
                                                   to ws-cd-cliente-titular
                           else
                                add 1              to ws-qtde-homonimos
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso

            if   ws-cd-cliente-titular not equal zeroes
                 initialize                        fdcli-chave-1
                 move ws-cd-cliente-titular        to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 move "00"                         to ws-resultado-acesso
            end-if
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Protocolo, prazo e abertura das saidas; cabecalho do relatorio.
       2150-abre-saidas section.
       2150.
            move ws-data-inv                       to lnk-tit-data-pedido
            move ws-hh-mm-ss                       to lnk-tit-hora-pedido
            move ws-cd-cliente-titular             to lnk-tit-cd-cliente-pedido
            move lnk-tit-protocolo                 to ws-protocolo
            compute ws-data-prazo =
                    function date-of-integer(
                    function integer-of-date(ws-data-inv)
                  + ws-prazo-lgpd-dias)
            move ws-data-prazo                     to lnk-tit-data-prazo
            if   lnk-tit-ds-titular equal spaces
            and  ws-cd-cliente-titular not equal zeroes
                 move fdcli-ds-cliente             to lnk-tit-ds-titular
            end-if

            string lnk-extractionPath delimited by space,
                   "/CSBH03090L_" ws-protocolo ".REL"
                   delimited by size into wid-arquivo-relatorio
            string lnk-extractionPath delimited by space,
                   "/CSBH03090L_" ws-protocolo ".CSV"
                   delimited by size into wid-arquivo-saida-csv
            open output relatorio
            open output arqsaidadados

            move spaces                            to rel-linha
            string "Dados pessoais do titular (LGPD) - protocolo "
                   ws-protocolo
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titular: " lnk-tit-ds-titular
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Cliente: " ws-cd-cliente-titular
                   "  CNPJ/CPF informado: " lnk-tit-cnpj-cpf
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Pedido em " ws-data-inv " " ws-hh-mm-ss
                   " por " lnk-cd-operador
                   "  prazo legal de resposta " ws-data-prazo
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            if   ws-qtde-homonimos > zeroes
                 move spaces                       to rel-linha
                 string "Atencao: outros " ws-qtde-homonimos
                        " cadastros de cliente com o mesmo documento"
                        " - unificar (CSBH03085M) e emitir de novo"
                        delimited by size into rel-linha
                 write rel-linha
            end-if

            move spaces                            to csv-linha
            move "origem;registro;campo;valor"     to csv-linha
            write csv-linha
           .
       2150-exit.
            exit.
      *>=====================================================================
       2200-dados-cadastro section.
       2200.
            perform 2950-titulo-bloco
            move "Cadastro do cliente (CSBHD013)"  to rel-linha
            write rel-linha
            if   ws-cd-cliente-titular equal zeroes
                 move "  Titular sem cadastro de cliente."
                                                   to rel-linha
                 write rel-linha
                 exit section
            end-if

            move "CSBHD013"                        to ws-itm-origem
            move spaces                            to ws-itm-registro
            move fdcli-cd-cliente                  to ws-itm-registro
            move "nome"                            to ws-itm-campo
            move fdcli-ds-cliente                  to ws-itm-valor
            perform 2900-grava-item
            move "endereco"                        to ws-itm-campo
            move fdcli-endereco                    to ws-itm-valor
            perform 2900-grava-item
            move "numero"                          to ws-itm-campo
            move fdcli-numero                      to ws-itm-valor
            perform 2900-grava-item
            move "bairro"                          to ws-itm-campo
            move fdcli-bairro                      to ws-itm-valor
            perform 2900-grava-item
            move "cep"                             to ws-itm-campo
            move fdcli-cep                         to ws-itm-valor
            perform 2900-grava-item
            move "cidade"                          to ws-itm-campo
            move fdcli-cd-cidade                   to ws-itm-valor
            perform 2900-grava-item
            move "cnpj-cpf"                        to ws-itm-campo
            move fdcli-cnpj                        to ws-itm-valor
            perform 2900-grava-item
            move "email"                           to ws-itm-campo
            move fdcli-email                       to ws-itm-valor
            perform 2900-grava-item
            move "situacao"                        to ws-itm-campo
            move fdcli-situacao                    to ws-itm-valor
            perform 2900-grava-item
            move "retencao-legal"                  to ws-itm-campo
            move fdcli-id-protegido                to ws-itm-valor
            perform 2900-grava-item
            move "ultima-atualizacao"              to ws-itm-campo
            move spaces                            to ws-itm-valor
            string fdcli-dt-atualizacao " " fdcli-hr-atualizacao
                   " " fdcli-job-origem
                   delimited by size into ws-itm-valor
            perform 2900-grava-item
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-dados-contatos section.
       2300.
            perform 2950-titulo-bloco
            move "Contatos do cliente (CSBHD015)"  to rel-linha
            write rel-linha
            if   ws-cd-cliente-titular equal zeroes
                 exit section
            end-if

            initialize                             fctt-chave-1
            move "C"                               to fctt-tipo-origem
            move ws-cd-cliente-titular             to fctt-cd-origem
            perform 9000-str-CSBHD015-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD015-next
                 if   not ws-operacao-ok
                 or   not fctt-tipo-cliente
                 or   fctt-cd-origem not equal ws-cd-cliente-titular
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move "CSBHD015"              to ws-itm-origem
                      move fctt-chave-1            to ws-itm-registro
                      move "telefone"              to ws-itm-campo
                      move spaces                  to ws-itm-valor
                      string fctt-tipo-telefone " " fctt-ddd " "
                             fctt-numero-telefone
                             delimited by size into ws-itm-valor
                      perform 2900-grava-item
                      move "situacao"              to ws-itm-campo
                      move fctt-situacao           to ws-itm-valor
                      perform 2900-grava-item
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Comprovantes das Saidas do cliente.
       2400-dados-entregas section.
       2400.
            perform 2950-titulo-bloco
            move "Comprovantes de entrega (CSBHD067)"
                                                   to rel-linha
            write rel-linha
            if   ws-cd-cliente-titular equal zeroes
                 exit section
            end-if

            initialize                             fesd-chave-3
            move ws-cd-cliente-titular             to fesd-cd-cliente
            perform 9000-str-CSBHD003-eql-3
            move spaces                            to ws-id-fim-saidas
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-saidas
            end-if
            perform until ws-fim-saidas
                 perform 9000-ler-CSBHD003-next
                 if   not ws-operacao-ok
                 or   fesd-cd-cliente not equal ws-cd-cliente-titular
                      move "S"                     to ws-id-fim-saidas
                 else
                      move fesd-chave-1            to fpod-chave-1
                      perform 9000-ler-CSBHD067-ran
                      if   ws-operacao-ok
                           perform 2410-grava-comprovante
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2400-exit.
            exit.
      *>=====================================================================
       2410-grava-comprovante section.
       2410.
            move "CSBHD067"                        to ws-itm-origem
            move fpod-chave-1                      to ws-itm-registro
            move "recebedor"                       to ws-itm-campo
            move fpod-nome-recebedor               to ws-itm-valor
            perform 2900-grava-item
            move "documento-recebedor"             to ws-itm-campo
            move fpod-documento-recebedor          to ws-itm-valor
            perform 2900-grava-item
            move "entrega"                         to ws-itm-campo
            move spaces                            to ws-itm-valor
            string fpod-data-entrega " " fpod-hora-entrega
                   delimited by size into ws-itm-valor
            perform 2900-grava-item
            move "observacao"                      to ws-itm-campo
            move fpod-observacao                   to ws-itm-valor
            perform 2900-grava-item
           .
       2410-exit.
            exit.
      *>=====================================================================
      *> Pedido com documento: comprovantes em que o recebedor e o
      *> titular, fora das Saidas do proprio cliente (ja listadas).
       2450-dados-entregas-documento section.
       2450.
            if   lnk-tit-cnpj-cpf equal spaces
                 exit section
            end-if
            perform 2950-titulo-bloco
            move "Comprovantes recebidos pelo titular em outras entregas (CSBHD067)"
                                                   to rel-linha
            write rel-linha

            initialize                             fpod-chave-1
            perform 9000-str-CSBHD067-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD067-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fpod-documento-recebedor equal lnk-tit-cnpj-cpf
                           move fpod-chave-1       to fesd-chave-1
                           perform 9000-ler-CSBHD003-ran
                           if   not ws-operacao-ok
                           or   ws-cd-cliente-titular equal zeroes
                           or   fesd-cd-cliente not equal ws-cd-cliente-titular
                                perform 2410-grava-comprovante
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2450-exit.
            exit.
      *>=====================================================================
       2500-dados-titulos section.
       2500.
            perform 2950-titulo-bloco
            move "Titulos a receber (CSBHD040)"    to rel-linha
            write rel-linha
            if   ws-cd-cliente-titular equal zeroes
                 exit section
            end-if

            initialize                             ftcr-chave-2
            move ws-cd-cliente-titular             to ftcr-cd-cliente
            perform 9000-str-CSBHD040-eql-2
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD040-next
                 if   not ws-operacao-ok
                 or   ftcr-cd-cliente not equal ws-cd-cliente-titular
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move "CSBHD040"              to ws-itm-origem
                      move ftcr-chave-1            to ws-itm-registro
                      move "emissao-vencimento"    to ws-itm-campo
                      move spaces                  to ws-itm-valor
                      string ftcr-data-emissao " " ftcr-data-vencimento
                             delimited by size into ws-itm-valor
                      perform 2900-grava-item
                      move "valor"                 to ws-itm-campo
                      move ftcr-valor              to ws-itm-vl-edt
                      perform 2910-edita-valor
                      perform 2900-grava-item
                      move "valor-pago"            to ws-itm-campo
                      move ftcr-valor-pago         to ws-itm-vl-edt
                      perform 2910-edita-valor
                      perform 2900-grava-item
                      move "situacao-cobranca"     to ws-itm-campo
                      move spaces                  to ws-itm-valor
                      string ftcr-situacao " nivel " ftcr-nivel-cobranca
                             " em " ftcr-data-cobranca
                             delimited by size into ws-itm-valor
                      perform 2900-grava-item
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2500-exit.
            exit.
      *>=====================================================================
      *> Boletos nao tem chave por cliente: leitura completa.
       2550-dados-boletos section.
       2550.
            perform 2950-titulo-bloco
            move "Boletos (CSBHD056)"              to rel-linha
            write rel-linha
            if   ws-cd-cliente-titular equal zeroes
                 exit section
            end-if

            initialize                             fbol-chave-1
            perform 9000-str-CSBHD056-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD056-next
                 if   not ws-operacao-ok
                      move "S"                     to ws-id-fim-arquivo
                 else
                      if   fbol-cd-cliente equal ws-cd-cliente-titular
                           move "CSBHD056"         to ws-itm-origem
                           move fbol-chave-1       to ws-itm-registro
                           move "nosso-numero"     to ws-itm-campo
                           move fbol-nosso-numero  to ws-itm-valor
                           perform 2900-grava-item
                           move "valor"            to ws-itm-campo
                           move fbol-valor         to ws-itm-vl-edt
                           perform 2910-edita-valor
                           perform 2900-grava-item
                           move "vencimento-situacao"
                                                   to ws-itm-campo
                           move spaces             to ws-itm-valor
                           string fbol-data-vencimento " " fbol-situacao
                                  delimited by size into ws-itm-valor
                           perform 2900-grava-item
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2550-exit.
            exit.
      *>=====================================================================
      *> Historico do cadastro (chave = codigo do cliente) e dos
      *> contatos (chave comecando por "C" + codigo do cliente).
       2600-dados-historico section.
       2600.
            perform 2950-titulo-bloco
            move "Historico de alteracoes (CSBHD036)"
                                                   to rel-linha
            write rel-linha
            if   ws-cd-cliente-titular equal zeroes
                 exit section
            end-if

            move "CSBHF013"                        to ws-hst-tabela-busca
            move spaces                            to ws-hst-chave-busca
            move ws-cd-cliente-titular             to ws-hst-chave-busca
            move 30                                to ws-hst-tam-chave
            perform 2610-percorre-historico

            move "CSBHF015"                        to ws-hst-tabela-busca
            move spaces                            to ws-chave-contato
            string "C" ws-cd-cliente-titular
                   delimited by size into ws-chave-contato
            move ws-chave-contato                  to ws-hst-chave-busca
            move 10                                to ws-hst-tam-chave
            perform 2610-percorre-historico
           .
       2600-exit.
            exit.
      *>=====================================================================
       2610-percorre-historico section.
       2610.
            initialize                             fhst-chave-1
            move ws-hst-tabela-busca               to fhst-tabela
            move ws-hst-chave-busca                to fhst-chave-registro
            perform 9000-str-CSBHD036-gtr
            move spaces                            to ws-id-fim-arquivo
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-arquivo
            end-if
            perform until ws-fim-arquivo
                 perform 9000-ler-CSBHD036-next
                 if   not ws-operacao-ok
                 or   fhst-tabela not equal ws-hst-tabela-busca
                 or   fhst-chave-registro (1:ws-hst-tam-chave)
                      not equal ws-hst-chave-busca (1:ws-hst-tam-chave)
                      move "S"                     to ws-id-fim-arquivo
                 else
                      move "CSBHD036"              to ws-itm-origem
                      move spaces                  to ws-itm-registro
                      string fhst-tabela " " fhst-data " " fhst-hora
                             delimited by size into ws-itm-registro
                      move spaces                  to ws-itm-campo
                      string "operacao " fhst-operacao
                             delimited by size into ws-itm-campo
                      move fhst-job-origem         to ws-itm-valor
                      perform 2900-grava-item
                      move "imagem-anterior"       to ws-itm-ds-imagem
                      move fhst-imagem-anterior    to ws-itm-imagem
                      perform 2620-grava-imagem
                      move "imagem-atual"          to ws-itm-ds-imagem
                      move fhst-imagem-atual       to ws-itm-imagem
                      perform 2620-grava-imagem
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2610-exit.
            exit.
      *>=====================================================================
      *> Imagem do registro em 8 trechos de 75 posicoes (campo
      *> imagem-xxx-n); trecho em branco nao sai.
       2620-grava-imagem section.
       2620.
            perform varying ws-itm-parte from 1 by 1
                      until ws-itm-parte > 8
                 compute ws-itm-pos-parte = (ws-itm-parte - 1) * 75 + 1
                 if   ws-itm-imagem (ws-itm-pos-parte:75) not equal spaces
                      move spaces                  to ws-itm-campo
                      string ws-itm-ds-imagem delimited by space,
                             "-" ws-itm-parte delimited by size
                                                   into ws-itm-campo
                      move ws-itm-imagem (ws-itm-pos-parte:75)
                                                   to ws-itm-valor
                      perform 2900-grava-item
                 end-if
            end-perform
           .
       2620-exit.
            exit.
      *>=====================================================================
      *> O pedido fica aberto ate a resposta (funcao "R").
       2700-registra-pedido section.
       2700.
            initialize                             ftit-solicitacao
            move lnk-tit-data-pedido               to ftit-data-pedido
            move lnk-tit-hora-pedido               to ftit-hora-pedido
            move lnk-tit-cd-cliente-pedido         to ftit-cd-cliente
            move "A"                               to ftit-situacao
            move ws-data-prazo                     to ftit-data-prazo
            move lnk-tit-cnpj-cpf                  to ftit-cnpj-cpf
            move lnk-tit-ds-titular                to ftit-ds-titular
            move lnk-cd-operador                   to ftit-cd-operador
            move ws-qtde-itens                     to ftit-qtde-itens
            move ws-ano-inv                        to ftit-dt-atualizacao-ano
            move ws-mes-inv                        to ftit-dt-atualizacao-mes
            move ws-dia-inv                        to ftit-dt-atualizacao-dia
            move ws-hora                           to ftit-hr-atualizacao-hora
            move ws-minutos                        to ftit-hr-atualizacao-minuto
            move ws-segundos                       to ftit-hr-atualizacao-segundo
            move este-programa                     to ftit-job-origem
            perform 9000-gravar-CSBHD132
            if   ws-operacao-ok
                 move "S"                          to lnk-tit-id-ok
                 move ws-qtde-itens                to lnk-tit-qtde-itens
                 move spaces                       to ws-ds-tracelog
                 string "Pedido do titular " ws-protocolo
                        " registrado, prazo " ws-data-prazo
                        ", " ws-qtde-itens " dados"
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            else
                 move "N"                          to lnk-tit-id-ok
                 move whs-mensagem                 to lnk-tit-id-erro
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
            end-if
           .
       2700-exit.
            exit.
      *>=====================================================================
       2750-fecha-saidas section.
       2750.
            perform 2950-titulo-bloco
            move spaces                            to rel-linha
            string "Dados pessoais listados: " ws-qtde-itens
                   delimited by size into rel-linha
            write rel-linha
            close relatorio
            close arqsaidadados
           .
       2750-exit.
            exit.
      *>=====================================================================
      *> Resposta: o protocolo tem de existir e estar aberto.
       2800-registra-resposta section.
       2800.
            move lnk-tit-protocolo                 to ftit-chave-1
            perform 9000-ler-CSBHD132-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-tit-id-ok
                 string "Protocolo " lnk-tit-protocolo
                        " nao registrado" delimited by size
                                                   into lnk-tit-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   ftit-situacao-respondida
                 move "N"                          to lnk-tit-id-ok
                 string "Protocolo " lnk-tit-protocolo
                        " ja respondido em " ftit-data-resposta
                        delimited by size into lnk-tit-id-erro
                 exit section
            end-if

            move "R"                               to ftit-situacao
            move ws-data-inv                       to ftit-data-resposta
            move lnk-cd-operador                   to ftit-cd-operador-resposta
            move lnk-tit-ds-resposta               to ftit-ds-resposta
            move ws-ano-inv                        to ftit-dt-atualizacao-ano
            move ws-mes-inv                        to ftit-dt-atualizacao-mes
            move ws-dia-inv                        to ftit-dt-atualizacao-dia
            move ws-hora                           to ftit-hr-atualizacao-hora
            move ws-minutos                        to ftit-hr-atualizacao-minuto
            move ws-segundos                       to ftit-hr-atualizacao-segundo
            move este-programa                     to ftit-job-origem
            perform 9000-regravar-CSBHD132
            if   ws-operacao-ok
                 move "S"                          to lnk-tit-id-ok
                 move ftit-data-prazo              to lnk-tit-data-prazo
                 move ftit-qtde-itens              to lnk-tit-qtde-itens
                 move spaces                       to ws-ds-tracelog
                 string "Pedido do titular " lnk-tit-protocolo
                        " respondido por " lnk-cd-operador
                        delimited by size into ws-ds-tracelog
                 perform 9000-tracelog
            else
                 move "N"                          to lnk-tit-id-ok
                 move whs-mensagem                 to lnk-tit-id-erro
                 initialize                        whs-mensagem
            end-if
           .
       2800-exit.
            exit.
      *>=====================================================================
      *> Um dado: linha no relatorio e linha no arquivo de dados.
       2900-grava-item section.
       2900.
            add 1                                  to ws-qtde-itens
            move spaces                            to rel-linha
            string "  " ws-itm-registro (1:24) " " ws-itm-campo " "
                   ws-itm-valor
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to csv-linha
            string ws-itm-origem delimited by size,
                   ";" delimited by size,
                   ws-itm-registro delimited by "  ",
                   ";" delimited by size,
                   ws-itm-campo delimited by space,
                   ";" delimited by size,
                   ws-itm-valor delimited by "  "
                   into csv-linha
            write csv-linha
            move spaces                            to ws-itm-valor
           .
       2900-exit.
            exit.
      *>=====================================================================
      *> Valor editado sem os brancos da esquerda.
       2910-edita-valor section.
       2910.
            move 1                                 to ws-itm-ind-inicio
            inspect ws-itm-vl-edt tallying ws-itm-ind-inicio
                    for leading spaces
            move ws-itm-vl-edt (ws-itm-ind-inicio:)
                                                   to ws-itm-valor
           .
       2910-exit.
            exit.
      *>=====================================================================
       2950-titulo-bloco section.
       2950.
            move spaces                            to rel-linha
            write rel-linha
            move spaces                            to rel-linha
           .
       2950-exit.
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
            move Return-Code                    to ws-id-tracelog-csbh03090l

            if   ws-tracelog-csbh03090l
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
            if   ws-tracelog-csbh03090l
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
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL013.
       COPY CSBHL015.
       COPY CSBHL036.
       COPY CSBHL040.
       COPY CSBHL056.
       COPY CSBHL067.
       COPY CSBHL130.
       COPY CSBHL132.
