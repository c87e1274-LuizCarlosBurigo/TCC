      *>de pagamento do operador (CSBH03018A funcao "G"), e a agenda
      *>semanal de vencimentos sai no CSBH02045R - a planilha que a
      *>tesouraria remontava toda sexta.
      *>Credor com perfil fiscal (CSBHD088) e regra de retencao
      *>(CSBHD087) recebe o titulo pelo liquido (ftcp-valor), com o
      *>bruto e o total retido guardados; cada tributo retido vira um
      *>titulo de origem "R" para o credor governo, amarrado ao titulo
      *>liquido e ao credor retido - base do CSBH02070R (DIRF/Reinf).
      *>O titulo autorizado vai ao banco pela remessa CNAB 240 do
      *>CSBH03060R (ftcp-data-remessa/ftcp-nsa-remessa); o retorno
      *>CSBH03061T marca o pagamento ou devolve o titulo rejeitado a
      *>autorizado, com a ocorrencia do banco, para nova remessa.
      *>ftcp-data-conciliacao: titulo pago encontrado no extrato
      *>bancario pela conciliacao CSBH03063C.
      *>ftcp-valor-abatido: verba de fornecedor compensada no titulo
      *>pela liquidacao do acordo (CSBH03067V); ftcp-valor ja vem
      *>liquido do abatimento, e o titulo zerado fica pago.
      *>=====================================================================
       01  ftcp-titulo-pagar.
           03 ftcp-chave-1.
           03 ftcp-tipo-origem                    pic  x(01).
              88 ftcp-origem-duplicata                        value "D".
              88 ftcp-origem-frete                            value "F".
              88 ftcp-origem-retencao                         value "R".
           03 ftcp-cd-documento-origem            pic  9(09).
              *>Entrada (tipo "D") ou saida conciliada (tipo "F"); no
              *>tipo "R", o documento do titulo retido.
           03 ftcp-nunf                           pic s9(09).
           03 ftcp-data-emissao.
              05 ftcp-data-emissao-ano            pic  9(04).
              05 ftcp-data-vencimento-ano         pic  9(04).
              05 ftcp-data-vencimento-mes         pic  9(02).
              05 ftcp-data-vencimento-dia         pic  9(02).
           03 ftcp-parcela                        pic  9(02).
           03 ftcp-qtde-parcelas                  pic  9(02).
              *>Duplicata desdobrada pela condicao de pagamento do
              *>fornecedor (CSBHD092): cada parcela tem numero proprio
              *>de titulo; frete e retencao sao sempre parcela 1 de 1.
           03 ftcp-valor                          pic s9(11)v99.
           03 ftcp-situacao                       pic  x(01).
              88 ftcp-situacao-aberto                         value "A".
              05 ftcp-data-pagamento-ano          pic  9(04).
              05 ftcp-data-pagamento-mes          pic  9(02).
              05 ftcp-data-pagamento-dia          pic  9(02).
           03 ftcp-valor-bruto                    pic s9(11)v99.
           03 ftcp-valor-retido                   pic s9(11)v99.
              *>Titulo liquido: valor cheio do documento e soma retida.
           03 ftcp-retencao.
              *>Titulo tipo "R": de onde veio e como foi calculado.
              05 ftcp-cd-titulo-retido            pic  9(09).
              05 ftcp-tipo-origem-retido          pic  x(01).
              05 ftcp-cd-credor-retido            pic  9(09).
              05 ftcp-tributo                     pic  x(06).
              05 ftcp-cd-receita                  pic  x(06).
              05 ftcp-aliquota                    pic  9(02)v9(04).
              05 ftcp-valor-base                  pic s9(11)v99.
           03 ftcp-data-remessa                   pic  9(08).
           03 ftcp-nsa-remessa                    pic  9(06).
           03 ftcp-valor-pago                     pic s9(11)v99.
           03 ftcp-ocorrencia-retorno             pic  x(10).
           03 ftcp-data-retorno                   pic  9(08).
           03 ftcp-data-conciliacao               pic  9(08).
           03 ftcp-valor-abatido                  pic s9(11)v99.
           03 ftcp-dt-atualizacao.
              05 ftcp-dt-atualizacao-ano          pic  9(04).
              05 ftcp-dt-atualizacao-mes          pic  9(02).
