      *>e a quantidade alocada; o que ficar em aberto continua visivel
      *>no relatorio de pedidos em aberto (CSBH02043R) - e a resposta
      *>para "o que ainda devemos a este cliente".
      *>Linha drop-ship (fpdv-id-drop-ship) e entregue pelo proprio
      *>fornecedor: a alocacao nao reserva saldo e gera a linha de
      *>pedido de compra ligada (CSBHD019) ao fornecedor escolhido,
      *>deixando a linha em "F" (aguardando o fornecedor); a confirmacao
      *>da entrega (CSBH03068D) gera a Saida e a Entrada em par e
      *>atende a linha. As pendentes saem no CSBH02074R.
      *>=====================================================================
       01  fpdv-pedido-venda.
           03 fpdv-chave-1.
              88 fpdv-situacao-parcial                        value "P".
              88 fpdv-situacao-atendida                       value "T".
              88 fpdv-situacao-cancelada                      value "C".
              88 fpdv-situacao-aguarda-fornecedor             value "F".
           03 fpdv-cd-condicao-pagamento          pic  9(03).
              *>FK: fcpg-cd-condicao (CSBHD092) - condicao negociada no
              *>pedido, no lugar da padrao do cliente; zero = padrao.
           03 fpdv-id-drop-ship                   pic  x(01).
              88 fpdv-drop-ship                               value "S".
           03 fpdv-cd-fornecedor-drop-ship        pic  9(09).
              *>FK: fdfnc-cd-fornecedor - quem entrega a linha drop-ship.
           03 fpdv-pedido-compra.
              *>Linha de CSBHD019 gerada pela alocacao (mesma
              *>empresa/filial); zero = ainda sem pedido de compra.
              05 fpdv-cd-pedido-compra            pic  9(09).
              05 fpdv-seq-pedido-compra           pic  9(09).
           03 fpdv-dt-atualizacao.
              05 fpdv-dt-atualizacao-ano          pic  9(04).
              05 fpdv-dt-atualizacao-mes          pic  9(02).
