      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF121.CPY
      *>Select      : CSBHS121.CPY
      *>CSBHL       : CSBHL121.CPY
      *>Nome Físico : CSBHD121.CAD
      *>Area Negocio: "Comercial"
      *>Descricao   : "Cotacao de Venda"
      *>
      *>        SELECT CSBHD121 Assign to disk wid-csbh121
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcvd-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD121.

      *>=====================================================================
      *>Nome Lógico : cotacao de venda
      *>Área Negócio: Comercial
      *>GerarIndex  : sim
      *>
      *>Proposta de preco enviada ao cliente pelo vendedor, uma linha
      *>por produto, no molde do pedido de venda (CSBHD039). Carregada
      *>por COTACAO_VENDA.CSV em CSBH01001C com o preco resolvido como
      *>na carga de Saida - acordo do cliente (CSBHD042), senao lista
      *>de preco (CSBHD011) - menos o desconto cotado. Aceita dentro da
      *>validade, a conversao CSBH03084A gera as linhas de CSBHD039 ao
      *>preco cotado e marca a cotacao ganha ("G"); recusada, fica
      *>perdida ("P"). Aberta com validade vencida conta como expirada
      *>no relatorio de conversao CSBH02088R.
      *>=====================================================================
       01  fcvd-cotacao-venda.
           03 fcvd-chave-1.
              05 fcvd-cd-empresa                  pic  9(03).
              05 fcvd-cd-filial                   pic  9(03).
              05 fcvd-cd-cotacao                  pic  9(09).
              05 fcvd-sequencia                   pic  9(09).
           03 fcvd-cd-cliente                     pic  9(09).
              *>FK: fdcli-cd-cliente
           03 fcvd-cd-vendedor                    pic  9(09).
              *>FK: fvdd-cd-vendedor
           03 fcvd-cd-produto                     pic  9(09).
              *>FK: fdpdt-cd-produto
           03 fcvd-qtdade                         pic  9(09).
           03 fcvd-data-cotacao                   pic  9(08).
           03 fcvd-data-validade                  pic  9(08).
           03 fcvd-valor-base                     pic s9(09)v99.
              *>Preco unitario resolvido antes do desconto.
           03 fcvd-id-origem-preco                pic  x(01).
              88 fcvd-preco-acordo                            value "A".
              88 fcvd-preco-lista                             value "L".
           03 fcvd-percentual-desconto            pic  9(03)v99.
           03 fcvd-valor-unitario                 pic s9(09)v99.
           03 fcvd-valor                          pic s9(09)v99.
              *>Valor total da linha (quantidade x unitario cotado).
           03 fcvd-situacao                       pic  x(01).
              88 fcvd-situacao-aberta                         value "A".
              88 fcvd-situacao-ganha                          value "G".
              88 fcvd-situacao-perdida                        value "P".
           03 fcvd-cd-pedido                      pic  9(09).
              *>Pedido de venda gerado na conversao.
           03 fcvd-data-decisao                   pic  9(08).
           03 fcvd-cd-operador                    pic  x(08).
           03 fcvd-dt-atualizacao.
              05 fcvd-dt-atualizacao-ano          pic  9(04).
              05 fcvd-dt-atualizacao-mes          pic  9(02).
              05 fcvd-dt-atualizacao-dia          pic  9(02).
           03 fcvd-hr-atualizacao.
              05 fcvd-hr-atualizacao-hora         pic  9(02).
              05 fcvd-hr-atualizacao-minuto       pic  9(02).
              05 fcvd-hr-atualizacao-segundo      pic  9(02).
           03 fcvd-job-origem                     pic  x(10).
