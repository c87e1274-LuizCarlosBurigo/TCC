      *> metrica de devolucoes do scorecard de fornecedor CSBH02023R.
      *> Protegida pela permissao de manutencao (CSBH03018A); segue o
      *> modelo de subprograma chamavel de CSBH03002M.
      *> O registro leva o CFOP da natureza "DVF" (CSBHD077), pela UF
      *> da filial x UF da cidade do fornecedor (CSBHD006).
      *> A linha de CSBHD061 leva o custo medio vigente (CSBHD081) e a
      *> baixa do saldo anda pela media na 9420-atualiza-custo-medio.
      *> A devolucao entra no diario contabil (CSBHD096, evento DVFN)
      *> pelo valor da nota (sem valor, quantidade vezes custo medio).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS049.
           COPY CSBHS058.
           COPY CSBHS069.
           COPY CSBHS001.
           COPY CSBHS002.
           COPY CSBHS006.
           COPY CSBHS077.
           COPY CSBHS081.
           COPY CSBHS095.
           COPY CSBHS096.
           COPY CSBHS117.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF049.
           COPY CSBHF058.
           COPY CSBHF069.
           COPY CSBHF001.
           COPY CSBHF002.
           COPY CSBHF006.
           COPY CSBHF077.
           COPY CSBHF081.
           COPY CSBHF095.
           COPY CSBHF096.
           COPY CSBHF117.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03039D".
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
       COPY CSBHW0012.
      *>=====================================================================
       COPY CSBHW0017.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD024
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD061
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD058
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD002
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD077
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD095
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD096
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 perform 2100-devolve-ao-fornecedor
            close CSBHD007
            close CSBHD008
            close CSBHD022
            close CSBHD081
            close CSBHD024
            close CSBHD049
            close CSBHD058
            close CSBHD061
            close CSBHD001
            close CSBHD002
            close CSBHD006
            close CSBHD077
            close CSBHD095
            close CSBHD096
            close CSBHD117

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
                 exit section
            end-if

            perform 2310-resolve-cfop-fornecedor

            perform 2200-toma-numero-nota
            if   not lnk-dvf-id-erro equal spaces
                 exit section
                 compute ws-sld-delta = 0 - lnk-dvf-qtdade
                 move este-programa                to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 move ws-sld-cd-empresa            to ws-rpt-cd-empresa
                 move ws-sld-cd-filial             to ws-rpt-cd-filial
                 move ws-sld-cd-produto            to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9470-jornal-saldo
                 perform 9410-atualiza-saldo-deposito
                 perform 9420-atualiza-custo-medio
            end-if
            move "00"                              to ws-resultado-acesso

            move ws-minutos                        to fdvf-hr-atualizacao-minuto
            move ws-segundos                       to fdvf-hr-atualizacao-segundo
            move este-programa                     to fdvf-job-origem
            move ws-nat-cfop                       to fdvf-cfop
            move lnk-dvf-cd-empresa                to ws-sld-cd-empresa
            move lnk-dvf-cd-filial                 to ws-sld-cd-filial
            move lnk-dvf-cd-produto                to ws-sld-cd-produto
            perform 9425-consulta-custo-medio
            move ws-cmd-custo-unitario             to fdvf-custo-medio
            perform 9000-gravar-CSBHD061
            if   not ws-operacao-ok
                 move "N"                          to lnk-dvf-id-ok
                 move whs-mensagem                 to lnk-dvf-id-erro
            else
                 perform 2350-contabiliza-devolucao
            end-if
           .
       2300-exit.
            exit.
      *>=====================================================================
       2350-contabiliza-devolucao section.
       2350.
            move "DVFN"                            to ws-ctb-evento
            move fdvf-cd-empresa                   to ws-ctb-cd-empresa
            move fdvf-cd-filial                    to ws-ctb-cd-filial
            move fdvf-data-devolucao               to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "DVF " fdvf-cd-devolucao "/" fdvf-sequencia
                   delimited by size into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Devolucao fornecedor " fdvf-cd-fornecedor
                   delimited by size into ws-ctb-historico
            if   fdvf-valor not equal zeroes
                 move fdvf-valor                   to ws-ctb-valor
            else
                 compute ws-ctb-valor rounded =
                         fdvf-qtdade * fdvf-custo-medio
            end-if
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2350-exit.
            exit.
      *>=====================================================================
      *> fdfnc-chave-1 de CSBHD006 e fornecedor+cidade: posiciona com a
      *> cidade em low-values e confere o fornecedor no registro
      *> seguinte. Fornecedor sem cadastro resolve como intraestadual.
       2310-resolve-cfop-fornecedor section.
       2310.
            move "DVF"                             to ws-nat-tipo-movimento
            move lnk-dvf-cd-empresa                to ws-nat-cd-empresa
            move lnk-dvf-cd-filial                 to ws-nat-cd-filial
            move zeroes                            to ws-nat-cd-cidade-destino
            initialize                             fdfnc-fornecedor
            move fdetd-cd-fornecedor               to fdfnc-cd-fornecedor
            move low-values                        to fdfnc-cd-cidade
            perform 9000-str-CSBHD006-gtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD006-next
                 if   ws-operacao-ok
                 and  fdfnc-cd-fornecedor equal fdetd-cd-fornecedor
                      move fdfnc-cd-cidade         to ws-nat-cd-cidade-destino
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso
            perform 9700-resolve-cfop
           .
       2310-exit.
            exit.
      *>=====================================================================
      *> A posicao de saldo recem atualizada por 9400 vai para o
      *> jornal como alteracao - e com ela que a recuperacao repoe o
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP009.
       COPY CSBHP004.
       COPY CSBHP007.
       COPY CSBHP011.
       COPY CSBHP016.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL007.
       COPY CSBHL008.
       COPY CSBHL049.
       COPY CSBHL058.
       COPY CSBHL001.
       COPY CSBHL002.
       COPY CSBHL006.
       COPY CSBHL077.
       COPY CSBHL081.
       COPY CSBHL095.
       COPY CSBHL096.
       COPY CSBHL117.
       COPY CSBHL999.
