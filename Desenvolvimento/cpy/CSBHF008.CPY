           03 fddps-cd-deposito                   pic  9(03).
              *>FK: fdep-cd-deposito; zero = linha anterior ao controle
              *>de deposito (ou deposito nao informado na carga).
           03 fddps-cfop                          pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 fddps-id-drop-ship                  pic  x(01).
              *>"S" = linha da Entrada do fornecedor gerada em par com
              *>a Saida de uma venda entregue direto ao cliente
              *>(CSBH03068D): a mercadoria nunca passou pelo deposito,
              *>entao nao entra no saldo, no inventario nem vira camada
              *>FIFO.
              88 fddps-drop-ship                              value "S".
