      *>  "D" = motivo de devolucao de cliente (autorizacao CSBHD046)
      *>  "B" = motivo de baixa de estoque (avaria, vencimento, furto,
      *>        uso interno)
      *>  "P" = motivo de venda perdida (cliente nao aguarda, pedido
      *>        cortado por falta de saldo - CSBHD118)
      *>=====================================================================
       01  fmtv-motivo.
           03 fmtv-chave-1.
              05 fmtv-tipo-motivo                 pic  x(01).
                 88 fmtv-tipo-devolucao                       value "D".
                 88 fmtv-tipo-baixa                           value "B".
                 88 fmtv-tipo-venda-perdida                   value "P".
              05 fmtv-cd-motivo                   pic  9(03).
           03 fmtv-ds-motivo                      pic  x(40).
           03 fmtv-dt-atualizacao.
