      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== InformaÃ§Ãµes ==============================
      *>FD          : CSBHF103.CPY
      *>Select      : CSBHS103.CPY
      *>CSBHL       : CSBHL103.CPY
      *>Nome FÃ­sico : CSBHD103.CAD
      *>Area Negocio: "Recebimento"
      *>Descricao   : "Aviso de Embarque (ASN)"
      *>
      *>        SELECT CSBHD103 Assign to disk wid-csbh103
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fasn-chave-1
      *>               alternate key   is fasn-chave-2 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD103.

      *>=====================================================================
      *>Nome Lógico : aviso de embarque
      *>Área Negócio: Recebimento
      *>GerarIndex  : sim
      *>
      *>Linha do aviso de embarque (ASN) que o fornecedor manda antes da
      *>mercadoria, carregada de ASN.CSV e amarrada a um pedido de
      *>compra (CSBHD019). O item vem no codigo do fornecedor e e
      *>traduzido para o codigo interno pela referencia cruzada de
      *>CSBHD085. Na carga de ITEM_ENTRADA a linha da Entrada do mesmo
      *>fornecedor e conferida contra a linha aberta do ASN (chave-2):
      *>lote, fabricacao e validade do ASN pre-preenchem o lote em
      *>CSBHD018 e as diferencas de quantidade/lote/produto vao para o
      *>resumo da carga. A linha recebida fica "R" com a Entrada que a
      *>atendeu; a que continua "A" e o que nunca chegou (CSBH02076R).
      *>=====================================================================
       01  fasn-aviso-embarque.
           03 fasn-chave-1.
              05 fasn-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fasn-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fasn-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor
              05 fasn-nr-asn                      pic  x(20).
              05 fasn-sequencia                   pic  9(05).
           03 fasn-chave-2.
              05 fasn-cd-empresa-2                pic  9(03).
              05 fasn-cd-filial-2                 pic  9(03).
              05 fasn-cd-fornecedor-2             pic  9(09).
              05 fasn-cd-produto                  pic  9(09).
                 *>FK: fdpdt-cd-produto
           03 fasn-cd-pedido                      pic  9(09).
              *>FK: fpdc-cd-pedido (mesma empresa/filial)
           03 fasn-cd-produto-fornecedor          pic  x(60).
              *>FK: fpfr-cd-produto-fornecedor
           03 fasn-qtdade                         pic  9(09).
           03 fasn-lote                           pic  x(80).
           03 fasn-data-fabricacao                pic  9(08).
           03 fasn-data-validade                  pic  9(08).
           03 fasn-data-envio                     pic  9(08).
           03 fasn-data-prevista                  pic  9(08).
           03 fasn-situacao                       pic  x(01).
              88 fasn-situacao-aberta                         value "A".
              88 fasn-situacao-recebida                       value "R".
           03 fasn-cd-entrada                     pic  9(09).
              *>FK: fdetd-entrada que recebeu a linha
           03 fasn-qtde-recebida                  pic  9(09).
           03 fasn-data-recebimento               pic  9(08).
           03 fasn-id-divergencia                 pic  x(01).
              88 fasn-divergente                              value "S".
           03 fasn-dt-atualizacao.
              05 fasn-dt-atualizacao-ano          pic  9(04).
              05 fasn-dt-atualizacao-mes          pic  9(02).
              05 fasn-dt-atualizacao-dia          pic  9(02).
           03 fasn-hr-atualizacao.
              05 fasn-hr-atualizacao-hora         pic  9(02).
              05 fasn-hr-atualizacao-minuto       pic  9(02).
              05 fasn-hr-atualizacao-segundo      pic  9(02).
           03 fasn-job-origem                     pic  x(10).
