      *> de variancia do CSBH02025R volta a medir so contagem.
      *> Autorizacao do operador via CSBH03018A; segue o modelo de
      *> subprograma chamavel de CSBH03002M.
      *> A baixa leva o CFOP da natureza "BXA" intraestadual (CSBHD077):
      *> nao ha outra ponta para comparar UF.
      *> A baixa sai pelo custo medio da filial (CSBHD081), carimbado em
      *> fbxa-custo-medio.
      *> A perda entra no diario contabil (CSBHD096, evento BXAE) pela
      *> quantidade vezes o custo medio (sem custo medio, pelo valor
      *> informado na baixa).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS049.
           COPY CSBHS062.
           COPY CSBHS069.
           COPY CSBHS077.
           COPY CSBHS081.
           COPY CSBHS095.
           COPY CSBHS096.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF049.
           COPY CSBHF062.
           COPY CSBHF069.
           COPY CSBHF077.
           COPY CSBHF081.
           COPY CSBHF095.
           COPY CSBHF096.
           COPY CSBHF117.

           fd   trace-log.
           01   log-registro.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03040X".
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
       COPY CSBHW0017.
      *>=====================================================================
       COPY CSBHW0022.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.

            perform 9000-abrir-io-CSBHD022
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD081
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD047
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD062
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
                 perform 2100-efetiva-baixa
            end-if

            close CSBHD022
            close CSBHD081
            close CSBHD047
            close CSBHD049
            close CSBHD062
            close CSBHD077
            close CSBHD095
            close CSBHD096
            close CSBHD117

            move "2000-processamento - Fim"        to ws-ds-tracelog
            perform 9000-tracelog
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fnat-natureza-operacao
            move "BXA"                             to fnat-tipo-movimento
            move "I"                               to fnat-id-abrangencia
            perform 9000-ler-CSBHD077-ran
            if   not ws-operacao-ok
                 move zeroes                       to fnat-cfop
            end-if
            move "00"                              to ws-resultado-acesso

            move lnk-bxa-cd-empresa                to ws-sld-cd-empresa
            move lnk-bxa-cd-filial                 to ws-sld-cd-filial
            move lnk-bxa-cd-produto                to ws-sld-cd-produto
            perform 9425-consulta-custo-medio

            initialize                             fbxa-baixa-estoque
            move lnk-bxa-cd-empresa                to fbxa-cd-empresa
            move lnk-bxa-cd-filial                 to fbxa-cd-filial
            move ws-minutos                        to fbxa-hr-atualizacao-minuto
            move ws-segundos                       to fbxa-hr-atualizacao-segundo
            move este-programa                     to fbxa-job-origem
            move fnat-cfop                         to fbxa-cfop
            move ws-cmd-custo-unitario             to fbxa-custo-medio
            perform 9000-gravar-CSBHD062
            if   not ws-operacao-ok
                 move "N"                          to lnk-bxa-id-ok
            compute ws-sld-delta = 0 - lnk-bxa-qtdade
            move este-programa                     to ws-sld-job-origem
            perform 9400-atualiza-saldo
            move ws-sld-cd-empresa                 to ws-rpt-cd-empresa
            move ws-sld-cd-filial                  to ws-rpt-cd-filial
            move ws-sld-cd-produto                 to ws-rpt-cd-produto
            move fsld-qtde-saldo                   to ws-rpt-qtde-saldo
            move este-programa                     to ws-rpt-job-origem
            perform 9650-verifica-ruptura
            perform 9470-jornal-saldo
            perform 9410-atualiza-saldo-deposito
            perform 9420-atualiza-custo-medio
            move "00"                              to ws-resultado-acesso
            perform 2150-contabiliza-baixa

            move ws-proxima-baixa                  to lnk-bxa-cd-baixa-gerada
            move "S"                               to lnk-bxa-id-ok
           .
       2100-exit.
            exit.
      *>=====================================================================
       2150-contabiliza-baixa section.
       2150.
            move "BXAE"                            to ws-ctb-evento
            move fbxa-cd-empresa                   to ws-ctb-cd-empresa
            move fbxa-cd-filial                    to ws-ctb-cd-filial
            move fbxa-data-baixa                   to ws-ctb-data
            move spaces                            to ws-ctb-documento
            string "BXE " fbxa-cd-baixa delimited by size
                                                   into ws-ctb-documento
            move spaces                            to ws-ctb-historico
            string "Baixa estoque produto " fbxa-cd-produto
                   " motivo " fbxa-cd-motivo
                   delimited by size into ws-ctb-historico
            if   fbxa-custo-medio > zeroes
                 compute ws-ctb-valor rounded =
                         fbxa-qtdade * fbxa-custo-medio
            else
                 move fbxa-valor                   to ws-ctb-valor
            end-if
            perform 9440-contabiliza-evento
            if   ws-ctb-id-erro not equal spaces
                 move ws-ctb-id-erro               to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
           .
       2150-exit.
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
       COPY CSBHP016.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL022.
       COPY CSBHL047.
       COPY CSBHL049.
       COPY CSBHL062.
       COPY CSBHL077.
       COPY CSBHL081.
       COPY CSBHL095.
       COPY CSBHL096.
       COPY CSBHL117.
