      *> bloqueado, sinalizando a devolucao ao fornecedor. Protegida
      *> pela permissao de manutencao (CSBH03018A); segue o modelo de
      *> subprograma chamavel de CSBH03002M.
      *> A aprovacao tambem entra no custo medio (CSBHD081) pelo custo da
      *> linha de entrada de origem.
      *> Lote de Entrada em consignacao aprovado credita o estoque do
      *> fornecedor (CSBHD099) - so a partir dai a Saida pode consumi-lo.
      *> O lote aprovado ganha a tarefa de armazenagem (CSBHD106) com a
      *> posicao sugerida, como a linha sem inspecao ganha na carga.
      *> Cada rejeicao abre uma nao conformidade do fornecedor
      *> (CSBHD114) com a categoria do defeito (lnk-ins-categoria-
      *> defeito, em branco = "OUTR") e a quantidade afetada (zero = o
      *> lote inteiro), responsavel o operador e prazos padrao de
      *> contencao e de acao corretiva; o numero da RNC volta em
      *> lnk-ins-cd-rnc. O acompanhamento segue pela CSBH03076N.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS007.
           COPY CSBHS008.
           COPY CSBHS009.
           COPY CSBHS018.
           COPY CSBHS022.
           COPY CSBHS028.
           COPY CSBHS034.
           COPY CSBHS044.
           COPY CSBHS049.
           COPY CSBHS058.
           COPY CSBHS069.
           COPY CSBHS081.
           COPY CSBHS099.
           COPY CSBHS100.
           COPY CSBHS105.
           COPY CSBHS106.
           COPY CSBHS114.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF007.
           COPY CSBHF008.
           COPY CSBHF009.
           COPY CSBHF018.
           COPY CSBHF022.
           COPY CSBHF028.
           COPY CSBHF034.
           COPY CSBHF044.
           COPY CSBHF049.
           COPY CSBHF058.
           COPY CSBHF069.
           COPY CSBHF081.
           COPY CSBHF099.
           COPY CSBHF100.
           COPY CSBHF105.
           COPY CSBHF106.
           COPY CSBHF114.
           COPY CSBHF117.

           fd   trace-log.
           01   log-registro.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03037Q".

      *> Prazos da RNC aberta na rejeicao, em dias corridos.
       78  c-prazo-contencao                                 value 5.
       78  c-prazo-corretiva                                 value 30.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03037q             pic 9(03) value zeroes.
              88 ws-tracelog-csbh03037q                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 ws-proxima-rnc                       pic 9(09) value zeroes.
           03 ws-cd-fornecedor-rnc                 pic 9(09) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0009.
      *>=====================================================================
       COPY CSBHW0018.
      *>=====================================================================
       COPY CSBHW0019.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
           03 lnk-ins-id-ok                         pic x(01).
              88 lnk-ins-ok                                   value "S".
           03 lnk-ins-id-erro                       pic x(100).
           03 lnk-ins-categoria-defeito             pic x(04).
              *> Rejeicao: AVAR, DIME, EMBA, ESPE, DOCU, VALI ou OUTR.
           03 lnk-ins-qtde-afetada                  pic 9(09).
              *> Rejeicao: zero = o lote inteiro.
           03 lnk-ins-cd-rnc                        pic 9(09).
              *> Devolvido na rejeicao.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros

            move spaces                             to lnk-ins-id-ok
            move spaces                             to lnk-ins-id-erro
            move zeroes                             to lnk-ins-cd-rnc
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD008
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD009
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD058
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD007
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD099
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD028
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD105
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD106
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD114
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 perform 2100-decide-inspecao

            close CSBHD018
            close CSBHD022
            close CSBHD081
            close CSBHD008
            close CSBHD009
            close CSBHD049
            close CSBHD058
            close CSBHD007
            close CSBHD099
            close CSBHD028
            close CSBHD044
            close CSBHD105
            close CSBHD106
            close CSBHD114
            close CSBHD117

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
                     move "A"                      to fisp-situacao
                     perform 2200-libera-para-estoque
                when lnk-ins-rejeitar
                     if   lnk-ins-categoria-defeito equal spaces
                          move "OUTR"              to lnk-ins-categoria-defeito
                     end-if
                     move lnk-ins-categoria-defeito
                                                   to frnc-categoria-defeito
                     if   not frnc-defeito-avaria
                     and  not frnc-defeito-dimensional
                     and  not frnc-defeito-embalagem
                     and  not frnc-defeito-especificacao
                     and  not frnc-defeito-documentacao
                     and  not frnc-defeito-validade
                     and  not frnc-defeito-outros
                          move "N"                 to lnk-ins-id-ok
                          string "Categoria de defeito invalida: ["
                                 lnk-ins-categoria-defeito "]"
                                 delimited by size into lnk-ins-id-erro
                          exit section
                     end-if
                     if   lnk-ins-qtde-afetada > fisp-qtdade
                          move "N"                 to lnk-ins-id-ok
                          string "Quantidade afetada acima do lote ("
                                 fisp-qtdade ")"
                                 delimited by size into lnk-ins-id-erro
                          exit section
                     end-if
                     move "R"                      to fisp-situacao
                when other
                     move "N"                      to lnk-ins-id-ok
                 move whs-mensagem                 to lnk-ins-id-erro
                 exit section
            end-if
            if   lnk-ins-rejeitar
                 perform 2300-abre-rnc
            end-if
            move "S"                               to lnk-ins-id-ok
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Rejeicao abre a RNC: numerada com a proxima livre da filial,
      *> fornecedor da Entrada de origem (CSBHD007), situacao aberta e
      *> prazos contados da decisao.
       2300-abre-rnc section.
       2300.
            move zeroes                            to ws-cd-fornecedor-rnc
            initialize                             fdetd-entrada
            move fisp-cd-empresa                   to fdfnc-cd-empresa
            move fisp-cd-filial                    to fdfnc-cd-filial
            move fisp-cd-entrada                   to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
            end-if
            if   ws-operacao-ok
            and  fdfnc-cd-empresa equal fisp-cd-empresa
            and  fdfnc-cd-filial  equal fisp-cd-filial
            and  fdfnc-cd-entrada equal fisp-cd-entrada
                 move fdetd-cd-fornecedor          to ws-cd-fornecedor-rnc
            end-if

            move 1                                 to ws-proxima-rnc
            initialize                             frnc-chave-1
            move fisp-cd-empresa                   to frnc-cd-empresa
            move fisp-cd-filial                    to frnc-cd-filial
            move 999999999                         to frnc-cd-rnc
            perform 9000-str-CSBHD114-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD114-pre
                 if   ws-operacao-ok
                 and  frnc-cd-empresa equal fisp-cd-empresa
                 and  frnc-cd-filial  equal fisp-cd-filial
                      compute ws-proxima-rnc = frnc-cd-rnc + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             frnc-nao-conformidade
            move fisp-cd-empresa                   to frnc-cd-empresa
            move fisp-cd-filial                    to frnc-cd-filial
            move ws-proxima-rnc                    to frnc-cd-rnc
            move ws-cd-fornecedor-rnc              to frnc-cd-fornecedor
            move ws-data-inv                       to frnc-data-abertura
            move fisp-cd-entrada                   to frnc-cd-entrada
            move fisp-cd-produto                   to frnc-cd-produto
            move fisp-sequencia                    to frnc-sequencia
            move fisp-lote                         to frnc-lote
            move lnk-ins-categoria-defeito         to frnc-categoria-defeito
            if   lnk-ins-qtde-afetada equal zeroes
                 move fisp-qtdade                  to frnc-qtde-afetada
            else
                 move lnk-ins-qtde-afetada         to frnc-qtde-afetada
            end-if
            move "A"                               to frnc-situacao
            compute frnc-data-limite-contencao =
                    function date-of-integer(
                    function integer-of-date(ws-data-inv) + c-prazo-contencao)
            compute frnc-data-limite-corretiva =
                    function date-of-integer(
                    function integer-of-date(ws-data-inv) + c-prazo-corretiva)
            move lnk-cd-operador                   to frnc-cd-responsavel
            move ws-ano-inv                        to frnc-dt-atualizacao-ano
            move ws-mes-inv                        to frnc-dt-atualizacao-mes
            move ws-dia-inv                        to frnc-dt-atualizacao-dia
            move ws-hora                           to frnc-hr-atualizacao-hora
            move ws-minutos                        to frnc-hr-atualizacao-minuto
            move ws-segundos                       to frnc-hr-atualizacao-segundo
            move este-programa                     to frnc-job-origem
            perform 9000-gravar-CSBHD114
            if   ws-operacao-ok
                 move ws-proxima-rnc               to lnk-ins-cd-rnc
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 initialize                        whs-mensagem
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Aprovacao: desbloqueia o lote e entrega a quantidade retida
      *> ao saldo - o mesmo 9400/9410 das cargas.
       2200-libera-para-estoque section.
            move fisp-qtdade                       to ws-sld-delta
            move este-programa                     to ws-sld-job-origem
            perform 9400-atualiza-saldo
            move fisp-cd-empresa                   to ws-rpt-cd-empresa
            move fisp-cd-filial                    to ws-rpt-cd-filial
            move fisp-cd-produto                   to ws-rpt-cd-produto
            move fsld-qtde-saldo                   to ws-rpt-qtde-saldo
            move este-programa                     to ws-rpt-job-origem
            perform 9650-verifica-ruptura
            perform 9470-jornal-saldo
            perform 9410-atualiza-saldo-deposito
            perform 2210-valoriza-entrada
            perform 9420-atualiza-custo-medio
            perform 2220-credita-consignado
            perform 2230-gera-armazenagem
            move "00"                              to ws-resultado-acesso
           .
       2200-exit.
            exit.
      *>=====================================================================
      *> O lote aprovado entra no custo medio pelo custo da linha de
      *> entrada de origem (CSBHD009 + frete da linha em CSBHD008, como
      *> o CSBH02019R), proporcional a quantidade inspecionada. Linha
      *> sem valor entra pela media corrente.
       2210-valoriza-entrada section.
       2210.
            move zeroes                            to ws-cmd-valor-movimento
            initialize                             fddps-chave-1
            move fisp-cd-empresa                   to fddps-cd-empresa
            move fisp-cd-filial                    to fddps-cd-filial
            move fisp-cd-entrada                   to fddps-cd-entrada
            move fisp-cd-produto                   to fddps-cd-produto
            move fisp-sequencia                    to fddps-sequencia
            perform 9000-ler-CSBHD008-ran
            if   ws-operacao-ok
            and  fddps-quantidade > zero
                 initialize                        fdpdt-chave-1
                 move fisp-cd-empresa              to fdpdt-cd-empresa
                 move fisp-cd-filial               to fdpdt-cd-filial
                 move fisp-cd-entrada              to fdpdt-cd-entrada
                 move fisp-cd-produto              to fdpdt-cd-produto
                 move fisp-sequencia               to fdpdt-cd-sequencia
                 perform 9000-ler-CSBHD009-ran
                 if   ws-operacao-ok
                      compute ws-cmd-valor-movimento rounded =
                              (fdpdt-valor
                               + fdetd-frete of fddps-item-entrada)
                              * fisp-qtdade / fddps-quantidade
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Lote aprovado de uma Entrada em consignacao (fdetd-id-
      *> consignacao "C") entra no saldo ainda como do fornecedor: a
      *> quantidade aprovada credita CSBHD099 pelo preco unitario da
      *> linha, como a carga de ITEM_ENTRADA faz com a linha sem
      *> inspecao.
       2220-credita-consignado section.
       2220.
            initialize                             fdetd-entrada
            move fisp-cd-empresa                   to fdfnc-cd-empresa
            move fisp-cd-filial                    to fdfnc-cd-filial
            move fisp-cd-entrada                   to fdfnc-cd-entrada
            move low-values                        to fdfnc-cd-transpordadora
            perform 9000-str-CSBHD007-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD007-next
            end-if
            if   not ws-operacao-ok
            or   fdfnc-cd-empresa not equal fisp-cd-empresa
            or   fdfnc-cd-filial  not equal fisp-cd-filial
            or   fdfnc-cd-entrada not equal fisp-cd-entrada
            or   not fdetd-consignacao-entrada
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            move fisp-cd-empresa                   to ws-csf-cd-empresa
            move fisp-cd-filial                    to ws-csf-cd-filial
            move fisp-cd-produto                   to ws-csf-cd-produto
            move fdetd-cd-fornecedor               to ws-csf-cd-fornecedor
            move fisp-qtdade                       to ws-csf-qtdade
            move zeroes                            to ws-csf-valor-unitario
            initialize                             fddps-chave-1
            move fisp-cd-empresa                   to fddps-cd-empresa
            move fisp-cd-filial                    to fddps-cd-filial
            move fisp-cd-entrada                   to fddps-cd-entrada
            move fisp-cd-produto                   to fddps-cd-produto
            move fisp-sequencia                    to fddps-sequencia
            perform 9000-ler-CSBHD008-ran
            if   ws-operacao-ok
            and  fddps-quantidade > zero
                 initialize                        fdpdt-chave-1
                 move fisp-cd-empresa              to fdpdt-cd-empresa
                 move fisp-cd-filial               to fdpdt-cd-filial
                 move fisp-cd-entrada              to fdpdt-cd-entrada
                 move fisp-cd-produto              to fdpdt-cd-produto
                 move fisp-sequencia               to fdpdt-cd-sequencia
                 perform 9000-ler-CSBHD009-ran
                 if   ws-operacao-ok
                      compute ws-csf-valor-unitario rounded =
                              fdpdt-valor / fddps-quantidade
                 end-if
            end-if
            move ws-data-inv                       to ws-csf-data
            move este-programa                     to ws-csf-job-origem
            perform 9481-credita-consignacao-fornecedor
            move "00"                              to ws-resultado-acesso
           .
       2220-exit.
            exit.
      *>=====================================================================
      *> Lote aprovado vai para a armazenagem dirigida: tarefa com a
      *> posicao sugerida, reservada em CSBHD105 (9490 de CSBHP018).
       2230-gera-armazenagem section.
       2230.
            move fisp-cd-empresa                   to ws-arm-cd-empresa
            move fisp-cd-filial                    to ws-arm-cd-filial
            move fisp-cd-entrada                   to ws-arm-cd-entrada
            move fisp-cd-produto                   to ws-arm-cd-produto
            move fisp-sequencia                    to ws-arm-sequencia
            move fisp-lote                         to ws-arm-lote
            move fisp-qtdade                       to ws-arm-qtdade
            move fisp-cd-deposito                  to ws-arm-cd-deposito
            move ws-data-inv                       to ws-arm-data
            move este-programa                     to ws-arm-job-origem
            perform 9490-gera-tarefa-armazenagem
            move "00"                              to ws-resultado-acesso
           .
       2230-exit.
            exit.
      *>=====================================================================
      *> A posicao de saldo recem atualizada por 9400 vai para o
      *> jornal como alteracao - e com ela que a recuperacao repoe o
      *> saldo no ponto certo.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP009.
       COPY CSBHP004.
       COPY CSBHP007.
       COPY CSBHP017.
       COPY CSBHP018.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL009.
       COPY CSBHL018.
       COPY CSBHL022.
       COPY CSBHL028.
       COPY CSBHL034.
       COPY CSBHL044.
       COPY CSBHL049.
       COPY CSBHL058.
       COPY CSBHL081.
       COPY CSBHL099.
       COPY CSBHL100.
       COPY CSBHL105.
       COPY CSBHL106.
       COPY CSBHL114.
       COPY CSBHL117.
