*>
*>Copy procedure Bloqueio de parceiro por documento vencido (CSBHD113)
*>
*>9640-verifica-bloqueio-parceiro: percorre os documentos do parceiro
*>pela chave e liga ws-bpc-bloqueado no primeiro documento obrigatorio
*>vencido - marcado pelo job diario CSBH03075V ou com o vencimento ja
*>passado (o job pode nao ter rodado hoje). O programa deve ter
*>CSBHD113 aberto; sem o arquivo no ar, nenhum parceiro fica bloqueado.
*>===============================================================================
       9640-verifica-bloqueio-parceiro section.
       9640.
            move spaces                            to ws-bpc-id-bloqueado
            move spaces                            to ws-bpc-tipo-documento
            move zeroes                            to ws-bpc-data-vencimento
            accept ws-bpc-data-hoje                from date yyyymmdd
            initialize                             fdcp-chave-1
            move ws-bpc-tipo-parceiro              to fdcp-tipo-parceiro
            move ws-bpc-cd-parceiro                to fdcp-cd-parceiro
            perform 9000-str-CSBHD113-gtr
            move spaces                            to ws-bpc-id-fim
            if   not ws-operacao-ok
                 move "S"                          to ws-bpc-id-fim
            end-if
            perform until ws-bpc-fim
                 perform 9000-ler-CSBHD113-next
                 if   not ws-operacao-ok
                 or   fdcp-tipo-parceiro not equal ws-bpc-tipo-parceiro
                 or   fdcp-cd-parceiro   not equal ws-bpc-cd-parceiro
                      move "S"                     to ws-bpc-id-fim
                 else
                      if   fdcp-obrigatorio
                      and  (fdcp-situacao-vencido
                       or  (fdcp-data-vencimento not equal zeroes
                       and  fdcp-data-vencimento < ws-bpc-data-hoje))
                           move "S"                to ws-bpc-id-bloqueado
                           move fdcp-tipo-documento
                                                   to ws-bpc-tipo-documento
                           move fdcp-data-vencimento
                                                   to ws-bpc-data-vencimento
                           move "S"                to ws-bpc-id-fim
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
           .
       9640-exit.
            exit.
