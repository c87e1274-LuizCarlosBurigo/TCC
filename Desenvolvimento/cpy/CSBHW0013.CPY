*>
*>Campos de trabalho do custo medio ponderado (CSBHD081), usados pelas
*>secoes 9420-atualiza-custo-medio e 9425-consulta-custo-medio de
*>CSBHP012 junto com a chave e o delta de CSBHW0003. Movimento que
*>entra com custo proprio (Entrada, transferencia recebida, estorno de
*>linha com custo carimbado) informa o valor total em
*>ws-cmd-valor-movimento; zero = movimenta pela media corrente. O custo
*>unitario aplicado volta em ws-cmd-custo-unitario para o chamador
*>carimbar na linha do movimento.
       78  c013-copy-id                             value "CSBHW0013".
       01  ws013-campos-custo-medio.
           03 ws-cmd-valor-movimento     pic s9(13)v99      value zeroes.
           03 ws-cmd-custo-unitario      pic s9(09)v9(04)   value zeroes.
           03 ws-cmd-qtde-anterior       pic s9(09)         value zeroes.
