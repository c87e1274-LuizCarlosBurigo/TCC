*>
*>Campos de trabalho da retencao na fonte (CSBHP013). O programa monta
*>o titulo a pagar em ftcp-titulo-pagar pelo valor cheio e executa
*>9470-aplica-retencoes antes de grava-lo; depois de gravado o titulo
*>liquido, a 9480-grava-titulos-retencao grava um titulo "R" por
*>tributo da tabela ws-rtn-tributo, numerados a partir do titulo
*>liquido. ws-rtn-qtde-titulos-gerados acumula para o rodape.
       78  c014-copy-id                             value "CSBHW0014".
       78  c014-max-tributos                        value 10.
       01  ws014-campos-retencao.
           03 ws-rtn-valor-bruto         pic s9(11)v99     value zeroes.
           03 ws-rtn-valor-retido        pic s9(11)v99     value zeroes.
           03 ws-rtn-percentual-base     pic 9(03)v99      value zeroes.
           03 ws-rtn-qtde-tributos       pic 9(02)         value zeroes.
           03 ws-rtn-idx                 pic 9(02)         value zeroes.
           03 ws-rtn-qtde-titulos-gerados pic 9(05)        value zeroes.
           03 ws-rtn-titulo-liquido.
              05 ws-rtn-cd-empresa       pic 9(03)         value zeroes.
              05 ws-rtn-cd-filial        pic 9(03)         value zeroes.
              05 ws-rtn-cd-titulo        pic 9(09)         value zeroes.
              05 ws-rtn-cd-credor        pic 9(09)         value zeroes.
              05 ws-rtn-tipo-origem      pic x(01)         value spaces.
              05 ws-rtn-cd-documento     pic 9(09)         value zeroes.
              05 ws-rtn-nunf             pic s9(09)        value zeroes.
              05 ws-rtn-data-emissao     pic 9(08)         value zeroes.
           03 ws-rtn-vencimento.
              05 ws-rtn-venc-ano         pic 9(04)         value zeroes.
              05 ws-rtn-venc-mes         pic 9(02)         value zeroes.
              05 ws-rtn-venc-dia         pic 9(02)         value zeroes.
           03 ws-rtn-vencimento-n redefines ws-rtn-vencimento
                                         pic 9(08).
           03 ws-rtn-ultimo-dia          pic 9(02)         value zeroes.
           03 ws-rtn-inteiro             pic 9(08)         value zeroes.
           03 ws-rtn-tributo             occurs 10 times.
              05 ws-rtn-cd-tributo       pic x(06).
              05 ws-rtn-cd-receita       pic x(06).
              05 ws-rtn-aliquota         pic 9(02)v9(04).
              05 ws-rtn-valor-base       pic s9(11)v99.
              05 ws-rtn-valor            pic s9(11)v99.
              05 ws-rtn-cd-credor-governo pic 9(09).
              05 ws-rtn-data-vencimento  pic 9(08).
