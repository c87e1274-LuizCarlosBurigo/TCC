              05 fesd-data-prometida-ano          pic  9(04).
              05 fesd-data-prometida-mes          pic  9(02).
              05 fesd-data-prometida-dia          pic  9(02).
           03 fesd-cfop                           pic  9(04).
              *>FK: fnat-cfop (CSBHD077) - natureza de operacao
              *>resolvida na gravacao pelo tipo de movimento e pela
              *>UF da filial x UF de destino; zero = movimento
              *>anterior ao campo ou natureza sem cadastro.
           03 fesd-cd-condicao-pagamento          pic  9(03).
              *>FK: fcpg-cd-condicao (CSBHD092) - condicao trocada no
              *>pedido de venda, carimbada pela alocacao CSBH03023B;
              *>zero = vale a condicao padrao do cliente.
