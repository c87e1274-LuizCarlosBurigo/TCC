            exit.
      *>=====================================================================
      *> Soma fddps-quantidade dos itens da entrada corrente que sejam do
      *> produto da linha de pedido - item drop-ship so casa com linha
      *> drop-ship, e item de deposito so com linha de deposito. A posicao de leitura de CSBHD007 e
      *> guardada pela propria chave corrente; CSBHD008 e reposicionado
      *> aqui a cada entrada.
       2310-soma-itens-entrada section.
                 move "S"                          to ws-id-fim-item
            end-if
            perform until ws-fim-item
                 if   fddps-cd-produto   equal fpdc-cd-produto
                 and  fddps-id-drop-ship equal fpdc-id-drop-ship
                      add fddps-quantidade         to ws-qtdade-recebida
                 end-if
                 perform 9000-ler-CSBHD008-next
