*>
*>Campos de trabalho do controle de paletes (CSBHD109/CSBHD110),
*>usados pelas secoes de CSBHP019. Para gerar os paletes de uma linha
*>de Entrada (9496) o programa preenche empresa/filial/entrada/
*>produto/sequencia, lote, quantidade, deposito, posicao, data, job e
*>operador; para registrar um movimento (9498) ele posiciona o
*>palete ja atualizado em flpn-palete e preenche o tipo, a origem
*>(deposito/posicao antes do movimento), o documento e o volume.
       78  c020-copy-id                             value "CSBHW0020".
       01  ws020-campos-palete.
           03 ws-lpn-cd-empresa          pic 9(03)         value zeroes.
           03 ws-lpn-cd-filial           pic 9(03)         value zeroes.
           03 ws-lpn-cd-lpn              pic 9(09)         value zeroes.
           03 ws-lpn-cd-entrada          pic 9(09)         value zeroes.
           03 ws-lpn-cd-produto          pic 9(09)         value zeroes.
           03 ws-lpn-sequencia           pic 9(09)         value zeroes.
           03 ws-lpn-lote                pic x(80)         value spaces.
           03 ws-lpn-qtdade              pic 9(09)         value zeroes.
           03 ws-lpn-cd-deposito         pic 9(03)         value zeroes.
           03 ws-lpn-posicao.
              05 ws-lpn-corredor         pic 9(03)         value zeroes.
              05 ws-lpn-prateleira       pic 9(03)         value zeroes.
              05 ws-lpn-nivel            pic 9(03)         value zeroes.
           03 ws-lpn-data                pic 9(08)         value zeroes.
           03 ws-lpn-job-origem          pic x(10)         value spaces.
           03 ws-lpn-cd-operador         pic x(08)         value spaces.
           03 ws-lpn-qtde-palete         pic 9(09)         value zeroes.
           03 ws-lpn-qtde-restante       pic 9(09)         value zeroes.
           03 ws-lpn-qtde-geradas        pic 9(05)         value zeroes.
           03 ws-lpn-tipo-movimento      pic x(01)         value spaces.
           03 ws-lpn-cd-deposito-origem  pic 9(03)         value zeroes.
           03 ws-lpn-posicao-origem.
              05 ws-lpn-corredor-origem  pic 9(03)         value zeroes.
              05 ws-lpn-prateleira-origem pic 9(03)        value zeroes.
              05 ws-lpn-nivel-origem     pic 9(03)         value zeroes.
           03 ws-lpn-cd-documento        pic 9(09)         value zeroes.
           03 ws-lpn-numero-volume       pic 9(04)         value zeroes.
           03 ws-lpn-proxima-sequencia   pic 9(05)         value zeroes.
