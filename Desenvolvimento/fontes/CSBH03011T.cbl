      *> Segue o modelo de subprograma chamavel de CSBH03002M; uma
      *> transferencia carrega um produto - o chamador repete a chamada
      *> para cargas compostas.
      *> As duas pontas levam o CFOP da natureza de operacao (CSBHD077):
      *> "TRS" no envio e "TRE" no recebimento, interestadual quando a
      *> UF da filial de origem difere da UF da filial de destino.
      *> O envio carimba o custo medio da origem (CSBHD081) na linha de
      *> expedicao e na transferencia; o recebimento entra no custo
      *> medio do destino por esse valor (9420-atualiza-custo-medio).
      *> A cobranca interna do recebimento (CSBHD065) entra no diario
      *> contabil (CSBHD096, evento CBIN) na filial de origem.
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
           COPY CSBHS007.
           COPY CSBHS023.
           COPY CSBHS065.
           COPY CSBHS069.
           COPY CSBHS077.
           COPY CSBHS081.
           COPY CSBHS095.
           COPY CSBHS096.
           COPY CSBHS117.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF001.
           COPY CSBHF002.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF007.
           COPY CSBHF023.
           COPY CSBHF065.
           COPY CSBHF069.
           COPY CSBHF077.
           COPY CSBHF081.
           COPY CSBHF095.
           COPY CSBHF096.
           COPY CSBHF117.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
           03 ws-data-hoje                         pic 9(08) value zeroes.
           03 ws-id-registro-retomado              pic x(01) value spaces.
              88 ws-registro-retomado                        value "S" "s".
           03 ws-cd-filial-outra-ponta             pic 9(03) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0003.
      *>=====================================================================
       COPY CSBHW0013.
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
            perform 9000-abrir-io-CSBHD023
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD065
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD002
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
                 evaluate true
                 close CSBHD007
                 close CSBHD008
                 close CSBHD022
                 close CSBHD081
                 close CSBHD023
                 close CSBHD065
                 close CSBHD001
                 close CSBHD002
                 close CSBHD077
                 close CSBHD095
                 close CSBHD096
                 close CSBHD117
            else
                 move "N"                          to lnk-trf-id-ok
                 move whs-mensagem                 to lnk-trf-id-erro
                 exit section
            end-if

            move "TRS"                             to ws-nat-tipo-movimento
            move lnk-cd-empresa                    to ws-nat-cd-empresa
            move lnk-trf-cd-filial-origem          to ws-nat-cd-filial
            move lnk-trf-cd-filial-destino         to ws-cd-filial-outra-ponta
            perform 2950-resolve-cfop-filial

      *> Ponta de expedicao na origem: cabecalho sem cliente (cliente
      *> zero identifica movimento interno) e um unico item.
            initialize                             fesd-saida
            move ws-data-hoje (5:2)                to fesd-data-saida-mes
            move ws-data-hoje (7:2)                to fesd-data-saida-dia
            move lnk-trf-valor                     to fesd-total
            move ws-nat-cfop                       to fesd-cfop
            perform 9000-gravar-CSBHD003
            move "W"                               to ws-jrn-operacao
            if   ws-registro-existente
            move lnk-trf-cd-produto                to feisd-cd-produto
            move lnk-trf-qtdade                    to feisd-qtdade
            move lnk-trf-valor                     to feisd-valor
            move ws-nat-cfop                       to feisd-cfop
            move lnk-cd-empresa                    to ws-sld-cd-empresa
            move lnk-trf-cd-filial-origem          to ws-sld-cd-filial
            move lnk-trf-cd-produto                to ws-sld-cd-produto
            perform 9425-consulta-custo-medio
            move ws-cmd-custo-unitario             to feisd-custo-medio
            move spaces                            to ws-id-registro-retomado
            perform 9000-gravar-CSBHD004
            move "W"                               to ws-jrn-operacao
                 compute ws-sld-delta = 0 - lnk-trf-qtdade
                 move este-programa                to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 move ws-sld-cd-empresa            to ws-rpt-cd-empresa
                 move ws-sld-cd-filial             to ws-rpt-cd-filial
                 move ws-sld-cd-produto            to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9470-jornal-saldo
                 perform 9420-atualiza-custo-medio
            end-if

            initialize                             ftrn-transferencia
            move ws-data-hoje (1:4)                to ftrn-data-envio-ano
            move ws-data-hoje (5:2)                to ftrn-data-envio-mes
            move ws-data-hoje (7:2)                to ftrn-data-envio-dia
            move ws-nat-cfop                       to ftrn-cfop-envio
            move feisd-custo-medio                 to ftrn-custo-medio
            move "T"                               to ftrn-situacao
            perform 2900-carimba-transferencia
            perform 9000-gravar-CSBHD023
                 exit section
            end-if

            move "TRE"                             to ws-nat-tipo-movimento
            move ftrn-cd-empresa                   to ws-nat-cd-empresa
            move ftrn-cd-filial-destino            to ws-nat-cd-filial
            move ftrn-cd-filial-origem             to ws-cd-filial-outra-ponta
            perform 2950-resolve-cfop-filial

            initialize                             fdetd-entrada
            move ftrn-cd-empresa                   to fdfnc-cd-empresa
            move ftrn-cd-filial-destino            to fdfnc-cd-filial
            move ws-data-hoje (7:2)                to fdetd-data-entrada-dia
            move ftrn-valor                        to fdetd-total
            move ftrn-cd-transferencia             to fdetd-nunf
            move ws-nat-cfop                       to fdetd-cfop
            perform 9000-gravar-CSBHD007
            move "W"                               to ws-jrn-operacao
            if   ws-registro-existente
            move ftrn-cd-produto                   to fddps-cd-produto
            move 1                                 to fddps-sequencia
            move ftrn-qtdade                       to fddps-quantidade
            move ws-nat-cfop                       to fddps-cfop
            move spaces                            to ws-id-registro-retomado
            perform 9000-gravar-CSBHD008
            move "W"                               to ws-jrn-operacao
                 move ftrn-qtdade                  to ws-sld-delta
                 move este-programa                to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 move ws-sld-cd-empresa            to ws-rpt-cd-empresa
                 move ws-sld-cd-filial             to ws-rpt-cd-filial
                 move ws-sld-cd-produto            to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9470-jornal-saldo
                 compute ws-cmd-valor-movimento rounded =
                         ftrn-qtdade * ftrn-custo-medio
                 perform 9420-atualiza-custo-medio
            end-if

            initialize                             ftrn-chave-1
                 move ws-data-hoje (1:4)           to ftrn-data-recebimento-ano
                 move ws-data-hoje (5:2)           to ftrn-data-recebimento-mes
                 move ws-data-hoje (7:2)           to ftrn-data-recebimento-dia
                 move ws-nat-cfop                  to ftrn-cfop-recebimento
                 move "R"                          to ftrn-situacao
                 perform 2900-carimba-transferencia
                 perform 9000-regravar-CSBHD023
                 move whs-mensagem                 to ws-ds-tracelog
                 perform 9000-tracelog
                 move "00"                         to ws-resultado-acesso
            else
                 perform 2260-contabiliza-cobranca
            end-if
           .
       2250-exit.
            exit.
      *>=====================================================================
       2260-contabiliza-cobranca section.
       2260.
            move "CBIN"                            to ws-ctb-evento
            move ficc-cd-empresa                   to ws-ctb-cd-empresa
            move ficc-cd-filial-origem             to ws-ctb-cd-filial
            move ficc-data-lancamento              to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "CBI " ficc-cd-documento
                   delimited by size into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Cobranca interna filial " ficc-cd-filial-destino
                   " transf " ficc-cd-transferencia
                   delimited by size into ws-ctb-historico
            move ficc-valor                        to ws-ctb-valor
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2260-exit.
            exit.
      *>=====================================================================
      *> CFOP da ponta corrente: a outra ponta e uma filial da mesma
      *> empresa, e a cidade dela vem do cadastro de loja (CSBHD001).
       2950-resolve-cfop-filial section.
       2950.
            move zeroes                            to ws-nat-cd-cidade-destino
            initialize                             fclj-chave-1
            move ws-nat-cd-empresa                 to fclj-cd-empresa
            move ws-cd-filial-outra-ponta          to fclj-cd-filial
            perform 9000-ler-CSBHD001-ran
            if   ws-operacao-ok
                 move fclj-cd-cidade               to ws-nat-cd-cidade-destino
            end-if
            move "00"                              to ws-resultado-acesso
            perform 9700-resolve-cfop
           .
       2950-exit.
            exit.
      *>=====================================================================
       2900-carimba-transferencia section.
       2900.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP009.
       COPY CSBHP011.
       COPY CSBHP016.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL001.
       COPY CSBHL002.
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL007.
       COPY CSBHL022.
       COPY CSBHL023.
       COPY CSBHL065.
       COPY CSBHL077.
       COPY CSBHL081.
       COPY CSBHL095.
       COPY CSBHL096.
       COPY CSBHL117.
       COPY CSBHL999.
