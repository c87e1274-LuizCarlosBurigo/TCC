*>
*>Copy procedure Ruptura de estoque (CSBHD117)
*>
*>9650-verifica-ruptura: executada logo depois do 9400-atualiza-saldo
*>com o saldo que ficou gravado. Saldo zerado (ou negativo) sem
*>evento aberto abre um evento de ruptura para o produto/filial;
*>saldo positivo com evento aberto encerra o evento. O programa deve
*>ter CSBHD117 aberto em I-O; sem o arquivo no ar nada e registrado.
*>Campos de trabalho em CSBHW0022.
*>===============================================================================
       9650-verifica-ruptura section.
       9650.
            accept ws-rpt-data-hoje                from date yyyymmdd
            accept ws-rpt-hora-agora               from time
            move spaces                            to ws-rpt-id-em-ruptura
            initialize                             frup-chave-1
            move ws-rpt-cd-empresa                 to frup-cd-empresa
            move ws-rpt-cd-filial                  to frup-cd-filial
            move ws-rpt-cd-produto                 to frup-cd-produto
            move 99999999                          to frup-data-inicio
            move 999999                            to frup-hora-inicio
            perform 9000-str-CSBHD117-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD117-pre
                 if   ws-operacao-ok
                 and  frup-cd-empresa equal ws-rpt-cd-empresa
                 and  frup-cd-filial  equal ws-rpt-cd-filial
                 and  frup-cd-produto equal ws-rpt-cd-produto
                 and  frup-situacao-aberta
                      move "S"                     to ws-rpt-id-em-ruptura
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            if   ws-rpt-qtde-saldo not greater zero
            and  not ws-rpt-em-ruptura
                 initialize                        frup-ruptura
                 move ws-rpt-cd-empresa            to frup-cd-empresa
                 move ws-rpt-cd-filial             to frup-cd-filial
                 move ws-rpt-cd-produto            to frup-cd-produto
                 move ws-rpt-data-hoje             to frup-data-inicio
                 move ws-rpt-hora-agora (1:6)      to frup-hora-inicio
                 move zeroes                       to frup-data-fim
                 move zeroes                       to frup-hora-fim
                 move "A"                          to frup-situacao
                 move ws-rpt-job-origem            to frup-job-inicio
                 move spaces                       to frup-job-fim
                 move ws-rpt-data-hoje             to frup-dt-atualizacao
                 move ws-rpt-hora-agora (1:6)      to frup-hr-atualizacao
                 move ws-rpt-job-origem            to frup-job-origem
                 perform 9000-gravar-CSBHD117
            end-if

            if   ws-rpt-qtde-saldo > zero
            and  ws-rpt-em-ruptura
                 move ws-rpt-data-hoje             to frup-data-fim
                 move ws-rpt-hora-agora (1:6)      to frup-hora-fim
                 move "E"                          to frup-situacao
                 move ws-rpt-job-origem            to frup-job-fim
                 move ws-rpt-data-hoje             to frup-dt-atualizacao
                 move ws-rpt-hora-agora (1:6)      to frup-hr-atualizacao
                 move ws-rpt-job-origem            to frup-job-origem
                 perform 9000-regravar-CSBHD117
            end-if
            move "00"                              to ws-resultado-acesso
           .
       9650-exit.
            exit.
