*>
*>Campos de trabalho do estoque consignado de fornecedor (CSBHD099/
*>CSBHD100), usados pelas secoes 9480-consome-consignacao-fornecedor
*>e 9481-credita-consignacao-fornecedor de CSBHP017. Para o consumo
*>o programa preenche empresa/filial/produto, a linha de Saida
*>(saida/sequencia), a data e o job depois de baixar o saldo (9400);
*>para o credito, tambem fornecedor, quantidade e preco unitario.
*>A 9480 devolve em ws-csf-qtde-consumida o quanto saiu do
*>consignado.
       78  c018-copy-id                             value "CSBHW0018".
       01  ws018-campos-consignado-fornecedor.
           03 ws-csf-cd-empresa          pic 9(03)         value zeroes.
           03 ws-csf-cd-filial           pic 9(03)         value zeroes.
           03 ws-csf-cd-produto          pic 9(09)         value zeroes.
           03 ws-csf-cd-fornecedor       pic 9(09)         value zeroes.
           03 ws-csf-saida               pic 9(09)         value zeroes.
           03 ws-csf-sequencia           pic 9(09)         value zeroes.
           03 ws-csf-qtdade              pic s9(09)        value zeroes.
           03 ws-csf-valor-unitario      pic 9(09)v99      value zeroes.
           03 ws-csf-data                pic 9(08)         value zeroes.
           03 ws-csf-job-origem          pic x(10)         value spaces.
           03 ws-csf-qtde-consignada     pic s9(09)        value zeroes.
           03 ws-csf-saldo-fisico        pic s9(09)        value zeroes.
           03 ws-csf-qtde-a-consumir     pic s9(09)        value zeroes.
           03 ws-csf-qtde-baixa          pic s9(09)        value zeroes.
           03 ws-csf-qtde-consumida      pic s9(09)        value zeroes.
           03 ws-csf-id-fim              pic x(01)         value spaces.
              88 ws-csf-fim                                value "S".
