              *> "S" forca a extracao completa no CSBH01001E (primeira
              *> execucao ou pos-restauracao); em branco a extracao e
              *> incremental pelos carimbos dt/hr-atualizacao, a partir
              *> do controle CSBH01001E.CTL. No CSBH01008E "S" gera o
              *> feed completo dos canais em vez do delta.
              88 lnk-extracao-completa                       value "S" "s".
           03 lnk-id-mascara-dados                  pic x(01).
              *> "S" liga o modo de mascaramento do CSBH01001E para
              *> de cabecalho (<programa>.CSV no diretorio de extracao)
              *> - mesma selecao, mesmo dado, sem redigitacao.
              88 lnk-saida-csv                               value "S" "s".
           03 lnk-dt-referencia                     pic 9(08).
              *> Data (aaaammdd) de referencia das posicoes retroativas,
              *> como o Registro de Inventario do CSBH02069R: o estoque
              *> e reconstituido pelos movimentos ate esta data. Zero
              *> usa 31/12 do ano anterior (inventario do balanco).
              *> Na remessa de pagamentos CSBH03060R e o vencimento
              *> limite dos titulos remetidos; la, zero usa o dia.
           03 lnk-saldo-caixa-inicial               pic s9(13)v99.
              *> Saldo de caixa de abertura da projecao de fluxo de caixa
              *> semanal CSBH02071R: o saldo acumulado semana a semana
              *> parte deste valor. O chamador e que deve zerar este
              *> campo quando nao for informar o saldo.
           03 lnk-id-consome-credito                pic x(01).
              *> "S" faz o faturamento CSBH03014F aplicar, em cada titulo
              *> que gera, o credito livre do cliente (adiantamentos e
              *> recebimentos nao aplicados, CSBHD094).
              88 lnk-consome-credito                         value "S" "s".
           03 lnk-id-demanda-perdida                pic x(01).
              *> "S" faz a previsao de demanda CSBH02061R somar ao
              *> historico expedido a demanda perdida por falta de
              *> saldo (fdmd-qtde-perdida) - o item que vive em ruptura
              *> deixa de ser subestimado.
              88 lnk-demanda-perdida                         value "S" "s".
           03 lnk-id-corta-pedido                   pic x(01).
              *> "S" faz a alocacao CSBH03023B cortar da linha de pedido
              *> de venda o que nao coube no saldo e registrar a venda
              *> perdida (CSBHD118), em vez de manter a diferenca
              *> devida ao cliente.
              88 lnk-corta-pedido                            value "S" "s".
           03 lnk-id-estorno-execucao               pic x(01).
              *> "S" pede aos jobs financeiros com controle de execucao
              *> (CSBH03014F, CSBH03025G, CSBH03029V, CSBH03035R) o
              *> estorno da ultima execucao do periodo: os documentos
              *> que ela gravou (faturas, titulos, boletos) sao
              *> cancelados de uma vez e o periodo fica livre para uma
              *> nova execucao. Sem o estorno, periodo ja concluido e
              *> recusado e periodo interrompido e retomado do ultimo
              *> documento confirmado. Nos jobs diarios (CSBH03025G,
              *> CSBH03035R) o dia a estornar vem em lnk-dt-referencia
              *> (zero = o proprio dia); nos mensais, o periodo e o de
              *> lnk-periodo-fechamento.
              88 lnk-estorno-execucao                        value "S" "s".
           03 lnk-cd-programa-chamador              pic x(10).
              *> Nome do programa que chama a geracao de duplicatas
              *> CSBH03025G embutida (CSBH03068D, CSBH03069C): o controle
              *> de execucao em CSBHD133 fica sob esse nome, separado do
              *> job diario, e cada chamada abre uma execucao nova mesmo
              *> com a anterior do dia concluida. Espacos = execucao como
              *> job. O chamador devolve espacos depois da chamada.
           03 lnk-ds-retorno-chamada                pic x(40).
              *> Situacao devolvida pelo programa chamado embutido:
              *> espacos = terminou sem falha; senao o motivo, o mesmo
              *> gravado por ele em CSBHD033.
              88 lnk-retorno-ok                              value spaces.
