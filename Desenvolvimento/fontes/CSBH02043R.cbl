      *>=====================================================================
      *> Relatorio de pedidos de venda em aberto: percorre CSBHD039 e
      *> lista, por cliente e pedido, toda linha ainda devida (situacao
      *> aberta, alocada, parcial ou drop-ship aguardando o fornecedor,
      *> com quantidade alocada menor que a pedida), com a quantidade restante e o valor correspondente -
      *> a resposta para "o que ainda devemos a este cliente" depois
      *> que a alocacao (CSBH03023B) embarcou o que havia de saldo.
      *>=====================================================================
            perform 2110-proximo-pedido
            perform until ws-fim-pedido
                 if   (fpdv-situacao-aberta or fpdv-situacao-alocada
                       or fpdv-situacao-parcial
                       or fpdv-situacao-aguarda-fornecedor)
                 and  fpdv-qtdade > fpdv-qtdade-alocada
                      compute ws-qtdade-restante =
                              fpdv-qtdade - fpdv-qtdade-alocada
