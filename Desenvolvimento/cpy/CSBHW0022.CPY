*>
*>Campos de trabalho de ruptura e venda perdida (CSBHD117/CSBHD118),
*>usados pelas secoes de CSBHP021/CSBHP022. Para conferir a ruptura (9650) o
*>programa preenche empresa/filial/produto, o saldo que acabou de
*>gravar em CSBHD022 e o job. Para registrar a venda perdida (9660)
*>preenche tambem cliente, vendedor, origem/documento/sequencia, a
*>quantidade cancelada, o unitario da linha (usado quando nao ha
*>lista de preco), o motivo e o operador; a secao devolve o numero
*>gravado e o valor a preco de lista.
       78  c022-copy-id                             value "CSBHW0022".
       01  ws022-campos-ruptura.
           03 ws-rpt-cd-empresa          pic 9(03)         value zeroes.
           03 ws-rpt-cd-filial           pic 9(03)         value zeroes.
           03 ws-rpt-cd-produto          pic 9(09)         value zeroes.
           03 ws-rpt-qtde-saldo          pic s9(09)        value zeroes.
           03 ws-rpt-job-origem          pic x(10)         value spaces.
           03 ws-rpt-cd-cliente          pic 9(09)         value zeroes.
           03 ws-rpt-cd-vendedor         pic 9(09)         value zeroes.
           03 ws-rpt-origem              pic x(01)         value spaces.
           03 ws-rpt-cd-documento        pic 9(09)         value zeroes.
           03 ws-rpt-sequencia           pic 9(09)         value zeroes.
           03 ws-rpt-qtdade-perdida      pic 9(09)         value zeroes.
           03 ws-rpt-valor-unitario      pic s9(09)v99     value zeroes.
           03 ws-rpt-cd-motivo           pic 9(03)         value zeroes.
           03 ws-rpt-cd-operador         pic x(08)         value spaces.
           03 ws-rpt-cd-venda-perdida    pic 9(09)         value zeroes.
           03 ws-rpt-valor-perdido       pic s9(11)v99     value zeroes.
           03 ws-rpt-valor-lista         pic s9(09)v99     value zeroes.
           03 ws-rpt-data-hoje.
              05 ws-rpt-data-hoje-ano    pic 9(04)         value zeroes.
              05 ws-rpt-data-hoje-mes    pic 9(02)         value zeroes.
              05 ws-rpt-data-hoje-dia    pic 9(02)         value zeroes.
           03 ws-rpt-hora-agora.
              05 ws-rpt-hora-agora-hora  pic 9(02)         value zeroes.
              05 ws-rpt-hora-agora-min   pic 9(02)         value zeroes.
              05 ws-rpt-hora-agora-seg   pic 9(02)         value zeroes.
              05 filler                  pic 9(02)         value zeroes.
           03 ws-rpt-id-em-ruptura       pic x(01)         value spaces.
              88 ws-rpt-em-ruptura                         value "S".
