      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF099.CPY
      *>Select      : CSBHS099.CPY
      *>CSBHL       : CSBHL099.CPY
      *>Nome Físico : CSBHD099.CAD
      *>Area Negocio: "Deposito"
      *>Descricao   : "Estoque Consignado de Fornecedor"
      *>
      *>        SELECT CSBHD099 Assign to disk wid-csbh099
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcfn-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD099.

      *>=====================================================================
      *>Nome Lógico : estoque consignado de fornecedor
      *>Área Negócio: Deposito
      *>GerarIndex  : sim
      *>
      *>Mercadoria do fornecedor guardada no nosso deposito: a parcela
      *>do saldo fisico (CSBHD022) que ainda nao e nossa, por filial/
      *>produto/fornecedor. A Entrada de consignacao (fdetd-id-
      *>consignacao "C") credita aqui na carga de ITEM_ENTRADA (ou na
      *>aprovacao da inspecao, CSBH03037Q) e nao gera duplicata; a
      *>Saida consome primeiro o estoque proprio e so o que faltar sai
      *>daqui, virando consumo pendente em CSBHD100 (9480 de
      *>CSBHP017). O acerto periodico (CSBH03069C) compra o consumido.
      *>Proprio = fsld-qtde-saldo - soma de fcfn-qtde-saldo da filial/
      *>produto (CSBH02003R, CSBH02025R).
      *>=====================================================================
       01  fcfn-consignado.
           03 fcfn-chave-1.
              05 fcfn-cd-empresa                  pic  9(03).
              05 fcfn-cd-filial                   pic  9(03).
              05 fcfn-cd-produto                  pic  9(09).
              05 fcfn-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor
           03 fcfn-qtde-saldo                     pic s9(09).
           03 fcfn-valor-unitario                 pic  9(09)v99.
              *>Preco de consignacao da ultima Entrada recebida (valor
              *>da linha em CSBHD009 pela quantidade); e o preco que o
              *>consumo carimba em CSBHD100 e o acerto paga.
           03 fcfn-data-ultima-entrada            pic  9(08).
           03 fcfn-dt-atualizacao.
              05 fcfn-dt-atualizacao-ano          pic  9(04).
              05 fcfn-dt-atualizacao-mes          pic  9(02).
              05 fcfn-dt-atualizacao-dia          pic  9(02).
           03 fcfn-hr-atualizacao.
              05 fcfn-hr-atualizacao-hora         pic  9(02).
              05 fcfn-hr-atualizacao-minuto       pic  9(02).
              05 fcfn-hr-atualizacao-segundo      pic  9(02).
           03 fcfn-job-origem                     pic  x(10).
