      *> produto/filial (CSBHD022) cobre a quantidade pendente, grava
      *> a linha de item na saida original (CSBHD004), marca a pendencia
      *> como liberada e lista a liberacao no relatorio para a mesa de
      *> expedicao. A linha liberada leva o custo medio vigente
      *> (CSBHD081), que a baixa mantem pela 9420-atualiza-custo-medio.
      *> A liberacao alem do estoque proprio consome o consignado de
      *> fornecedor (CSBHD099/CSBHD100, 9480 de CSBHP017).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS022.
           COPY CSBHS049.
           COPY CSBHS069.
           COPY CSBHS081.
           COPY CSBHS099.
           COPY CSBHS100.
           COPY CSBHS117.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF022.
           COPY CSBHF049.
           COPY CSBHF069.
           COPY CSBHF081.
           COPY CSBHF099.
           COPY CSBHF100.
           COPY CSBHF117.

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
       COPY CSBHW0018.
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
            perform 9000-abrir-io-CSBHD099
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD100
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD117
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 sort ws-arquivo-sort
            close CSBHD004
            close CSBHD017
            close CSBHD022
            close CSBHD081
            close CSBHD049
            close CSBHD099
            close CSBHD100
            close CSBHD117

            move "2000-processamento - Fim"     to ws-ds-tracelog
            perform 9000-tracelog
            move srt-cd-deposito                   to feisd-cd-deposito
            compute feisd-valor rounded =
                    srt-qtdade-pendente * srt-valor-unitario
            move srt-cd-empresa                    to ws-sld-cd-empresa
            move srt-cd-filial                     to ws-sld-cd-filial
            move srt-cd-produto                    to ws-sld-cd-produto
            perform 9425-consulta-custo-medio
            move ws-cmd-custo-unitario             to feisd-custo-medio
            perform 9000-gravar-CSBHD004
            if   not ws-operacao-ok
                 move whs-mensagem                 to ws-ds-tracelog
                 compute ws-sld-delta = 0 - srt-qtdade-pendente
                 move este-programa                to ws-sld-job-origem
                 perform 9400-atualiza-saldo
                 move srt-cd-empresa               to ws-rpt-cd-empresa
                 move srt-cd-filial                to ws-rpt-cd-filial
                 move srt-cd-produto               to ws-rpt-cd-produto
                 move fsld-qtde-saldo              to ws-rpt-qtde-saldo
                 move este-programa                to ws-rpt-job-origem
                 perform 9650-verifica-ruptura
                 perform 9470-jornal-saldo
                 move srt-cd-deposito              to ws-sld-cd-deposito
                 perform 9410-atualiza-saldo-deposito
                 perform 9420-atualiza-custo-medio
                 move srt-cd-empresa               to ws-csf-cd-empresa
                 move srt-cd-filial                to ws-csf-cd-filial
                 move srt-cd-produto               to ws-csf-cd-produto
                 move feisd-saida                  to ws-csf-saida
                 move feisd-sequencia              to ws-csf-sequencia
                 move ws-data-inv                  to ws-csf-data
                 move este-programa                to ws-csf-job-origem
                 perform 9480-consome-consignacao-fornecedor
                 move "00"                         to ws-resultado-acesso
            end-if
           .
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP002.
       COPY CSBHP012.
       COPY CSBHP007.
       COPY CSBHP009.
       COPY CSBHP017.
       COPY CSBHP021.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL004.
       COPY CSBHL017.
       COPY CSBHL022.
       COPY CSBHL049.
       COPY CSBHL081.
       COPY CSBHL099.
       COPY CSBHL100.
       COPY CSBHL117.
