      *>por empresa/filial + data do pedido (fdetd-data-pedido) + produto
      *>das linhas de CSBHD008, ja que a Entrada nao carrega o numero do
      *>pedido.
      *>Linha drop-ship (fpdc-id-drop-ship) nasce da alocacao de um
      *>pedido de venda (CSBH03023B) e e entregue pelo fornecedor direto
      *>ao cliente: nunca casa com Entrada de deposito; fica aberta ate
      *>a confirmacao do fornecedor (CSBH03068D), que gera a Saida e a
      *>Entrada em par e a marca recebida.
      *>=====================================================================
       01  fpdc-pedido-compra.
           03 fpdc-chave-1.
           03 fpdc-cd-requisicao                  pic  9(09).
              *>FK: frqc-cd-requisicao; zero = pedido dentro do limite
              *>de dispensa (ou anterior ao controle de requisicao).
           03 fpdc-id-drop-ship                   pic  x(01).
              88 fpdc-drop-ship                               value "S".
           03 fpdc-pedido-venda.
              *>Linha de CSBHD039 (mesma empresa/filial) atendida pela
              *>linha drop-ship.
              05 fpdc-cd-pedido-venda             pic  9(09).
              05 fpdc-seq-pedido-venda            pic  9(09).
           03 fpdc-cd-cliente-entrega             pic  9(09).
              *>FK: fdcli-cd-cliente - destino da entrega drop-ship.
           03 fpdc-data-confirmacao               pic  9(08).
           03 fpdc-cd-saida-gerada                pic  9(09).
           03 fpdc-cd-entrada-gerada              pic  9(09).
