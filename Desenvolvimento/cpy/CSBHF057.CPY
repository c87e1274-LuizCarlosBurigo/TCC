      *>ITEM_SAIDA.CSV explode a linha de kit em linhas de componente
      *>(2738-explode-kit), com disponibilidade avaliada por
      *>componente - a tabela de conversao que vivia numa gaveta.
      *>A mesma composicao guia a ordem de montagem/desmontagem de
      *>kit na bancada (CSBHD101, CSBH03070K); kit ja montado com
      *>saldo na filial sai na carga como item de estoque, sem explodir.
      *>=====================================================================
       01  fkit-composicao.
           03 fkit-chave-1.
