      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF115.CPY
      *>Select      : CSBHS115.CPY
      *>CSBHL       : CSBHL115.CPY
      *>Nome Físico : CSBHD115.CAD
      *>Area Negocio: "Pos-venda"
      *>Descricao   : "Reclamacao de Garantia"
      *>
      *>        SELECT CSBHD115 Assign to disk wid-csbh115
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fgar-chave-1
      *>               alternate key   is fgar-chave-2 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD115.

      *>=====================================================================
      *>Nome Lógico : reclamacao de garantia
      *>Área Negócio: Pos-venda
      *>GerarIndex  : sim
      *>
      *>Reclamacao de garantia do cliente por numero de serie
      *>(CSBHD059), aberta pela transacao CSBH03077G: a serie tem de
      *>estar dentro da garantia do cliente (fprd-meses-garantia-
      *>cliente contados de fser-data-saida). Registra a falha, a
      *>decisao (reparo, troca ou credito) e o custo. Quando a garantia
      *>do fornecedor (fprd-meses-garantia-fornecedor contados de
      *>fser-data-entrada) ainda vale, a mesma reclamacao volta contra
      *>o fornecedor da Entrada da serie e acompanha a recuperacao. O
      *>CSBH02085R totaliza custo e recuperado por produto.
      *>=====================================================================
       01  fgar-garantia.
           03 fgar-chave-1.
              05 fgar-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fgar-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fgar-cd-garantia                 pic  9(09).
           03 fgar-chave-2.
              05 fgar-cd-produto                  pic  9(09).
                 *>FK: fser-cd-produto
              05 fgar-numero-serie                pic  x(20).
                 *>FK: fser-numero-serie
           03 fgar-cd-saida                       pic  9(09).
           03 fgar-data-saida                     pic  9(08).
           03 fgar-cd-entrada                     pic  9(09).
           03 fgar-data-entrada                   pic  9(08).
           03 fgar-data-reclamacao                pic  9(08).
           03 fgar-data-limite-cliente            pic  9(08).
           03 fgar-ds-falha                       pic  x(80).
           03 fgar-decisao                        pic  x(01).
              88 fgar-decisao-reparo                          value "R".
              88 fgar-decisao-troca                           value "T".
              88 fgar-decisao-credito                         value "C".
           03 fgar-valor-custo                    pic s9(11)v99.
              *>Custo da garantia para a empresa: reparo informado;
              *>troca e credito pelo custo medio (CSBHD081) quando nao
              *>informado.
           03 fgar-cd-fornecedor                  pic  9(09).
              *>FK: fdetd-cd-fornecedor - zero = sem reclamacao contra
              *>o fornecedor.
           03 fgar-data-limite-fornecedor         pic  9(08).
           03 fgar-situacao-fornecedor            pic  x(01).
              88 fgar-fornecedor-nao-aplica                   value " ".
              88 fgar-fornecedor-aberta                       value "A".
              88 fgar-fornecedor-recuperada                   value "R".
              88 fgar-fornecedor-recusada                     value "N".
           03 fgar-valor-reclamado-fornecedor     pic s9(11)v99.
           03 fgar-valor-recuperado               pic s9(11)v99.
           03 fgar-data-recuperacao               pic  9(08).
           03 fgar-cd-operador                    pic  x(08).
           03 fgar-dt-atualizacao.
              05 fgar-dt-atualizacao-ano          pic  9(04).
              05 fgar-dt-atualizacao-mes          pic  9(02).
              05 fgar-dt-atualizacao-dia          pic  9(02).
           03 fgar-hr-atualizacao.
              05 fgar-hr-atualizacao-hora         pic  9(02).
              05 fgar-hr-atualizacao-minuto       pic  9(02).
              05 fgar-hr-atualizacao-segundo      pic  9(02).
           03 fgar-job-origem                     pic  x(10).
