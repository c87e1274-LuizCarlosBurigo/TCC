      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF120.CPY
      *>Select      : CSBHS120.CPY
      *>CSBHL       : CSBHL120.CPY
      *>Nome Físico : CSBHD120.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Sucessao de Produto"
      *>
      *>        SELECT CSBHD120 Assign to disk wid-csbh120
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fsuc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD120.

      *>=====================================================================
      *>Nome Lógico : sucessao de produto
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Um registro por produto descontinuado: o codigo antigo, o que o
      *>substitui, a data a partir da qual a troca vale e o fator de
      *>conversao (quantidade nova = quantidade antiga x fator).
      *>Carregado pendente ("P") por SUCESSAO.CSV em CSBH01001C e
      *>efetivado ("E") pelo job CSBH03083S na data efetiva: pendencias
      *>e pedidos em aberto migram para o sucessor, acordos de preco e
      *>parametros de estoque sao copiados e a demanda historica do
      *>antigo soma na do novo. A partir da data efetiva a Saida do
      *>codigo antigo sem saldo desce no sucessor.
      *>=====================================================================
       01  fsuc-sucessao.
           03 fsuc-chave-1.
              05 fsuc-cd-empresa                  pic  9(03).
                 *>FK: fdemp-cd-empresa
              05 fsuc-cd-produto-antigo           pic  9(09).
                 *>FK: fdpdt-cd-produto
           03 fsuc-cd-produto-novo                pic  9(09).
              *>FK: fdpdt-cd-produto
           03 fsuc-data-efetiva                   pic  9(08).
           03 fsuc-fator-conversao                pic  9(05)v9(04).
              *>Zero vale 1 (mesma unidade).
           03 fsuc-situacao                       pic  x(01).
              88 fsuc-situacao-pendente                       value "P".
              88 fsuc-situacao-efetivada                      value "E".
           03 fsuc-data-aplicacao                 pic  9(08).
           03 fsuc-dt-atualizacao.
              05 fsuc-dt-atualizacao-ano          pic  9(04).
              05 fsuc-dt-atualizacao-mes          pic  9(02).
              05 fsuc-dt-atualizacao-dia          pic  9(02).
           03 fsuc-hr-atualizacao.
              05 fsuc-hr-atualizacao-hora         pic  9(02).
              05 fsuc-hr-atualizacao-minuto       pic  9(02).
              05 fsuc-hr-atualizacao-segundo      pic  9(02).
           03 fsuc-job-origem                     pic  x(10).
