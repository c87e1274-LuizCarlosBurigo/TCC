      *> desconhecido, embarque lancado e nunca cobrado, e diferenca de
      *> valor entre o frete lancado (fesd-frete) e o cobrado. Segue o
      *> modelo de subprograma chamavel de CSBH03002M, com a
      *> transportadora conciliada no bloco de linkage. O titulo de frete
      *> passa pela retencao na fonte (CSBHP013): transportadora com
      *> perfil fiscal e regra (CSBHD088/087) recebe o liquido e os
      *> tributos retidos viram titulos "R" do credor governo.
      *> Sinistro de transporte aceito para abatimento em fatura
      *> (CSBHD112, forma "F") da mesma transportadora e filial e
      *> descontado do titulo de frete gerado, em ftcp-valor-abatido,
      *> ate o titulo zerar; o que nao couber espera o proximo titulo,
      *> e o sinistro recuperado por inteiro fica pago. CSBHD112 fica
      *> sob o semaforo batch/online durante a conciliacao.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-PRAZO-PAGAMENTO.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS034.
           COPY CSBHS037.
           COPY CSBHS041.
           COPY CSBHS067.
           COPY CSBHS087.
           COPY CSBHS088.
           COPY CSBHS112.
           COPY CSBHS127.
           COPY CSBHS130.

           select arqfaturafretecsv assign to wid-arqfaturafretecsv
                  organization is line sequential
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF034.
           COPY CSBHF037.
           COPY CSBHF041.
           COPY CSBHF067.
           COPY CSBHF087.
           COPY CSBHF088.
           COPY CSBHF112.
           COPY CSBHF127.
           COPY CSBHF130.

           fd arqfaturafretecsv.
           01 reg-arqfaturafretecsv                 pic  x(350).
           03 ws-proximo-titulo                    pic 9(09) value zeroes.
           03 ws-vencimento-inteiro                pic 9(08) value zeroes.
           03 ws-data-vencimento                   pic 9(08) value zeroes.
           03 ws-id-sinistros-abertos              pic x(01) value spaces.
              88 ws-sinistros-abertos                        value "S" "s".
           03 ws-id-fim-sinistro                   pic x(01) value spaces.
              88 ws-fim-sinistro                             value "S" "s".
           03 ws-valor-abatimento                  pic s9(11)v99 value zeroes.
           03 ws-valor-abatimento-edt              pic -(11)9,99.
           03 ws-qtde-sinistros-abatidos           pic 9(05) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-prazo-pagamento-dias               pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0007.
      *>=====================================================================
       COPY CSBHW0014.
      *>=====================================================================
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros

            move spaces                            to lnk-ccf-id-ok
            move spaces                            to lnk-ccf-id-erro
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-PRAZO-PAGAMENTO"            to ws-par-cd-parametro
            move c-prazo-pagamento-dias            to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-prazo-pagamento-dias

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD067
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD037
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD087
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD088
            perform 9000-controle-abertura
      *> Sem o cadastro de sinistros a conciliacao segue sem abatimento.
            move spaces                            to ws-id-sinistros-abertos
            if   processamento-sem-erro
                 perform 9000-abrir-io-CSBHD112
                 if   ws-operacao-ok
                      move "S"                     to ws-id-sinistros-abertos
                      move "CSBHD112"              to ws-sem-arquivo
                      move "E"                     to ws-sem-modo
                      perform 9600-declara-semaforo
                 else
                      move whs-mensagem            to ws-ds-tracelog
                      perform 9000-tracelog
                      initialize                   whs-mensagem
                      move "00"                    to ws-resultado-acesso
                 end-if
            end-if

            if   processamento-sem-erro
                 sort ws-arquivo-sort
                 close CSBHD003
                 close CSBHD041
                 close CSBHD067
                 close CSBHD037
                 close CSBHD087
                 close CSBHD088
                 if   ws-sinistros-abertos
                      close CSBHD112
                      move "CSBHD112"              to ws-sem-arquivo
                      perform 9610-libera-semaforo
                 end-if
                 move "S"                          to lnk-ccf-id-ok
            else
                 move "N"                          to lnk-ccf-id-ok
                   lnk-ccf-cd-transportadora
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
           .
       2210-exit.
            exit.
            move ws-data-inv                       to ftcp-data-emissao
            compute ws-vencimento-inteiro =
                    function integer-of-date(ws-data-inv)
                    + ws-prazo-pagamento-dias
            compute ws-data-vencimento =
                    function date-of-integer(ws-vencimento-inteiro)
            move ws-data-vencimento                to ftcp-data-vencimento
            move ws-valor-fatura                   to ftcp-valor
            move 1                                 to ftcp-parcela
                                                      ftcp-qtde-parcelas
            move "A"                               to ftcp-situacao
            move spaces                            to ftcp-cd-operador-autorizacao
            move zeroes                            to ftcp-data-autorizacao
            move zeroes                            to ftcp-data-pagamento
            perform 9470-aplica-retencoes
            move ws-ano-inv                        to ftcp-dt-atualizacao-ano
            move ws-mes-inv                        to ftcp-dt-atualizacao-mes
            move ws-dia-inv                        to ftcp-dt-atualizacao-dia
            perform 9000-gravar-CSBHD041
            if   ws-operacao-ok
                 add 1                             to ws-qtde-titulos-gerados
      *> Trilha de segregacao: quem gerou o titulo (TPGI) nao o
      *> autoriza no CSBH03026A quando o par esta em CSBHD128.
                 move "TPGI"                       to ws-atv-cd-atividade
                 initialize                        ws-atv-documento
                 move ftcp-cd-empresa              to ws-atv-doc-cd-empresa
                 move ftcp-cd-filial               to ws-atv-doc-cd-filial
                 move ftcp-cd-titulo               to ws-atv-doc-numero
                 move lnk-cd-operador              to ws-atv-cd-operador
                 perform 9850-registra-atividade
                 perform 9480-grava-titulos-retencao
                 if   ws-sinistros-abertos
                      perform 2260-abate-sinistros
                 end-if
            else
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
           .
       2250-exit.
            exit.
      *>=====================================================================
      *> Sinistros aceitos para abatimento da transportadora, na ordem da
      *> chave alternada, descontados do titulo de frete recem-gravado
      *> (relido pela chave, ja que a retencao reaproveita a area).
       2260-abate-sinistros section.
       2260.
            initialize                             ftcp-chave-1
            move ws-grp-cd-empresa                 to ftcp-cd-empresa
            move ws-grp-cd-filial                  to ftcp-cd-filial
            move ws-proximo-titulo                 to ftcp-cd-titulo
            perform 9000-ler-CSBHD041-ran
            if   not ws-operacao-ok
            or   ftcp-valor not > zeroes
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if

            initialize                             fsin-chave-2
            move lnk-ccf-cd-transportadora         to fsin-cd-transportadora
            perform 9000-str-CSBHD112-eql-2
            move spaces                            to ws-id-fim-sinistro
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-sinistro
            end-if
            perform until ws-fim-sinistro
                 perform 9000-ler-CSBHD112-next
                 if   not ws-operacao-ok
                 or   fsin-cd-transportadora not equal
                      lnk-ccf-cd-transportadora
                      move "S"                     to ws-id-fim-sinistro
                 else
                      if   fsin-situacao-aceito
                      and  fsin-recupera-fatura-frete
                      and  fsin-cd-empresa equal ws-grp-cd-empresa
                      and  fsin-cd-filial  equal ws-grp-cd-filial
                      and  fsin-valor-recuperado < fsin-valor-reclamado
                           perform 2270-abate-sinistro
                      end-if
                      if   ftcp-valor not > zeroes
                           move "S"                to ws-id-fim-sinistro
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       2260-exit.
            exit.
      *>=====================================================================
       2270-abate-sinistro section.
       2270.
            compute ws-valor-abatimento =
                    fsin-valor-reclamado - fsin-valor-recuperado
            if   ftcp-valor < ws-valor-abatimento
                 move ftcp-valor                   to ws-valor-abatimento
            end-if
            subtract ws-valor-abatimento           from ftcp-valor
            add ws-valor-abatimento                to ftcp-valor-abatido
            if   ftcp-valor equal zeroes
                 move "P"                          to ftcp-situacao
                 move ws-data-inv                  to ftcp-data-pagamento
            end-if
            move este-programa                     to ftcp-job-origem
            perform 9000-regravar-CSBHD041
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
      *> Titulo nao regravado: nada foi abatido, encerra a varredura.
                 move zeroes                       to ftcp-valor
                 exit section
            end-if

            add ws-valor-abatimento                to fsin-valor-recuperado
            move ws-data-inv                       to fsin-data-recuperacao
            move ftcp-cd-titulo                    to fsin-cd-titulo-abatimento
            if   fsin-valor-recuperado >= fsin-valor-reclamado
                 move "P"                          to fsin-situacao
            end-if
            move ws-ano-inv                        to fsin-dt-atualizacao-ano
            move ws-mes-inv                        to fsin-dt-atualizacao-mes
            move ws-dia-inv                        to fsin-dt-atualizacao-dia
            move ws-hora                           to fsin-hr-atualizacao-hora
            move ws-minutos                        to fsin-hr-atualizacao-minuto
            move ws-segundos                       to fsin-hr-atualizacao-segundo
            move este-programa                     to fsin-job-origem
            perform 9000-regravar-CSBHD112
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            end-if
            add 1                                  to ws-qtde-sinistros-abatidos

            move ws-valor-abatimento               to ws-valor-abatimento-edt
            move spaces                            to rel-linha
            string "  saida " ws-grp-cd-saida
                   " titulo " ftcp-cd-titulo
                   " sinistro " fsin-cd-sinistro
                   " abatido " ws-valor-abatimento-edt
                   delimited by size into rel-linha
            write rel-linha
           .
       2270-exit.
            exit.
      *>=====================================================================
       2290-rodape section.
       2290.
            string "Linhas retidas em disputa: " ws-qtde-em-disputa
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Titulos de retencao      : " ws-rtn-qtde-titulos-gerados
                                                     delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Sinistros abatidos       : " ws-qtde-sinistros-abatidos
                                                     delimited by size into rel-linha
            write rel-linha
           .
       2290-exit.
            exit.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP006.
       COPY CSBHP013.
       COPY CSBHP004.
       COPY CSBHP024.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL034.
       COPY CSBHL037.
       COPY CSBHL041.
       COPY CSBHL067.
       COPY CSBHL087.
       COPY CSBHL088.
       COPY CSBHL112.
       COPY CSBHL127.
       COPY CSBHL130.
