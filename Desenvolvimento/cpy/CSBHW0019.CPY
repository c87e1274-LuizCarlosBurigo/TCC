*>
*>Campos de trabalho da armazenagem dirigida (CSBHD105/CSBHD106),
*>usados pelas secoes de CSBHP018. Para gerar a tarefa (9490) o
*>programa preenche empresa/filial/entrada/produto/sequencia da linha
*>de Entrada, lote, quantidade, deposito, data e job; para liberar a
*>ocupacao na Saida (9495), produto, lote e quantidade. A 9491
*>devolve a posicao sugerida e o criterio ("P" onde o produto ja
*>esta, "L" posicao livre mais proxima, espaco = nenhuma com espaco).
       78  c019-copy-id                             value "CSBHW0019".
       01  ws019-campos-armazenagem.
           03 ws-arm-cd-empresa          pic 9(03)         value zeroes.
           03 ws-arm-cd-filial           pic 9(03)         value zeroes.
           03 ws-arm-cd-entrada          pic 9(09)         value zeroes.
           03 ws-arm-cd-produto          pic 9(09)         value zeroes.
           03 ws-arm-sequencia           pic 9(09)         value zeroes.
           03 ws-arm-lote                pic x(80)         value spaces.
           03 ws-arm-qtdade              pic 9(09)         value zeroes.
           03 ws-arm-cd-deposito         pic 9(03)         value zeroes.
           03 ws-arm-data                pic 9(08)         value zeroes.
           03 ws-arm-job-origem          pic x(10)         value spaces.
           03 ws-arm-peso-kg             pic 9(07)v999     value zeroes.
           03 ws-arm-volume-m3           pic 9(05)v999     value zeroes.
           03 ws-arm-posicao.
              05 ws-arm-corredor         pic 9(03)         value zeroes.
              05 ws-arm-prateleira       pic 9(03)         value zeroes.
              05 ws-arm-nivel            pic 9(03)         value zeroes.
           03 ws-arm-criterio            pic x(01)         value spaces.
              88 ws-arm-sem-sugestao                       value space.
           03 ws-arm-referencia.
              05 ws-arm-corredor-ref     pic 9(03)         value zeroes.
              05 ws-arm-prateleira-ref   pic 9(03)         value zeroes.
              05 ws-arm-nivel-ref        pic 9(03)         value zeroes.
           03 ws-arm-distancia           pic s9(12)        value zeroes.
           03 ws-arm-menor-distancia     pic s9(12)        value zeroes.
           03 ws-arm-dif-corredor        pic s9(04)        value zeroes.
           03 ws-arm-dif-prateleira      pic s9(04)        value zeroes.
           03 ws-arm-dif-nivel           pic s9(04)        value zeroes.
           03 ws-arm-id-espaco           pic x(01)         value spaces.
              88 ws-arm-com-espaco                         value "S".
           03 ws-arm-id-fim              pic x(01)         value spaces.
              88 ws-arm-fim                                value "S".
