              *>esta linha pelo CSBH03053F - por peso quando o cadastro
              *>mestre de produto tem peso, por valor quando nao; zero
              *>= linha ainda nao rateada.
           03 feisd-cfop                          pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 feisd-custo-medio                   pic s9(09)v9(04).
              *>Custo medio unitario (CSBHD081) da filial no momento em
              *>que a linha tirou a quantidade do saldo; e o custo da
              *>mercadoria vendida lido pela margem. Zero = linha
              *>anterior ao campo (margem cai no custo FIFO).
           03 feisd-id-drop-ship                  pic  x(01).
              *>"S" = linha de venda entregue direto pelo fornecedor ao
              *>cliente (CSBH03068D): nao saiu do saldo (CSBHD022), fica
              *>fora da reapuracao de saldo e do inventario, e o custo
              *>carimbado e o da nota do fornecedor.
              88 feisd-drop-ship                              value "S".
