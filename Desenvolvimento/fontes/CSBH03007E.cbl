      *> nada e apagado. O fechamento mensal (CSBH03003F) fecha o volume
      *> cancelado em colunas proprias de CSBHD016. Segue o modelo de
      *> subprograma chamavel de CSBH03002M.
      *> As devolucoes de estorno levam o CFOP da natureza "DEV"
      *> (CSBHD077), pela UF da filial x UF da cidade do cliente da
      *> saida (CSBHD013).
      *> O custo medio (CSBHD081) recebe o item de volta pelo custo
      *> carimbado na linha de CSBHD004 (9420-atualiza-custo-medio).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS022.
           COPY CSBHS049.
           COPY CSBHS069.
           COPY CSBHS001.
           COPY CSBHS002.
           COPY CSBHS013.
           COPY CSBHS077.
           COPY CSBHS081.
           COPY CSBHS117.
           COPY CSBHS999.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF022.
           COPY CSBHF049.
           COPY CSBHF069.
           COPY CSBHF001.
           COPY CSBHF002.
           COPY CSBHF013.
           COPY CSBHF077.
           COPY CSBHF081.
           COPY CSBHF117.
           COPY CSBHF999.

           fd   trace-log.
           01   log-registro.
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
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD001
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD002
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD077
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 perform 2100-estorna-saida
                 close CSBHD004
                 close CSBHD012
                 close CSBHD022
                 close CSBHD081
                 close CSBHD049
                 close CSBHD001
                 close CSBHD002
                 close CSBHD013
                 close CSBHD077
                 close CSBHD117
            else
                 move "N"                          to lnk-est-id-ok
                 move whs-mensagem                 to lnk-est-id-erro
                 exit section
            end-if

            perform 2150-resolve-cfop-estorno

            perform 2200-gera-devolucoes-estorno
            if   lnk-est-id-erro not equal spaces
                 move "N"                          to lnk-est-id-ok
       2100-exit.
            exit.
      *>=====================================================================
      *> CFOP das devolucoes de estorno, pela cidade do cliente da saida
      *> lida em 2100; saida sem cliente (movimento interno) ou cliente
      *> sem cadastro resolve como intraestadual.
       2150-resolve-cfop-estorno section.
       2150.
            move "DEV"                             to ws-nat-tipo-movimento
            move lnk-cd-empresa                    to ws-nat-cd-empresa
            move lnk-cd-filial                     to ws-nat-cd-filial
            move zeroes                            to ws-nat-cd-cidade-destino
            if   fesd-cd-cliente not equal zeroes
                 initialize                        fdcli-chave-1
                 move fesd-cd-cliente              to fdcli-cd-cliente
                 perform 9000-ler-CSBHD013-ran
                 if   ws-operacao-ok
                      move fdcli-cd-cidade         to ws-nat-cd-cidade-destino
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if
            perform 9700-resolve-cfop
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Uma devolucao de estorno por item expedido da saida: a chave usa
      *> o proprio numero da saida como numero de devolucao e a sequencia
      *> do item, entao um estorno repetido regrava as mesmas devolucoes
            move ws-data-estorno (7:2)             to fddvl-data-devolucao-dia
            move feisd-qtdade                      to fddvl-qtdade
            move feisd-valor                       to fddvl-valor
            move ws-nat-cfop                       to fddvl-cfop
            perform 9000-gravar-CSBHD012
            if   ws-registro-existente
      *> Estorno ja gravado numa execucao anterior: regrava a mesma
            move feisd-qtdade                      to ws-sld-delta
            move este-programa                     to ws-sld-job-origem
            perform 9400-atualiza-saldo
            move ws-sld-cd-empresa                 to ws-rpt-cd-empresa
            move ws-sld-cd-filial                  to ws-rpt-cd-filial
            move ws-sld-cd-produto                 to ws-rpt-cd-produto
            move fsld-qtde-saldo                   to ws-rpt-qtde-saldo
            move este-programa                     to ws-rpt-job-origem
            perform 9650-verifica-ruptura
            perform 9470-jornal-saldo
      *> O estorno repoe tambem o saldo do deposito de onde a linha
      *> saiu - senao CSBHD022 e CSBHD049 derivam.
            move feisd-cd-deposito                 to ws-sld-cd-deposito
            perform 9410-atualiza-saldo-deposito
      *> A mercadoria volta ao custo carimbado na linha que saiu; linha
      *> anterior ao carimbo volta pela media corrente.
            compute ws-cmd-valor-movimento rounded =
                    feisd-qtdade * feisd-custo-medio
            perform 9420-atualiza-custo-medio
            add 1                                  to ws-qtde-itens-estornados
           .
       2210-exit.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP007.
       COPY CSBHP009.
       COPY CSBHP011.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL012.
       COPY CSBHL022.
       COPY CSBHL049.
       COPY CSBHL001.
       COPY CSBHL002.
       COPY CSBHL013.
       COPY CSBHL077.
       COPY CSBHL081.
       COPY CSBHL117.
       COPY CSBHL999.
