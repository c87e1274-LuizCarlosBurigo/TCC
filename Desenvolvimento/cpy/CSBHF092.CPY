      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF092.CPY
      *>Select      : CSBHS092.CPY
      *>CSBHL       : CSBHL092.CPY
      *>Nome Físico : CSBHD092.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Condicao de Pagamento"
      *>
      *>        SELECT CSBHD092 Assign to disk wid-csbh092
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcpg-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD092.

      *>=====================================================================
      *>Nome Lógico : condicao de pagamento
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Condicao de pagamento (30/60/90, 28 DDL, a vista...): quantas
      *>parcelas, em quantos dias corridos da data base vence cada uma
      *>e que percentual do valor cada uma leva; a ultima parcela fica
      *>com o resto, para a soma fechar sem centavo perdido. E a
      *>condicao padrao do cliente (CSBHD013) e do fornecedor
      *>(CSBHD006), trocavel no pedido de venda (CSBHD039), e desdobra
      *>os titulos do faturamento (CSBH03014F) e das duplicatas de
      *>fornecedor (CSBH03025G) pela copy CSBHP014. Carga por
      *>CONDICAO_PAGAMENTO.CSV, uma linha por parcela.
      *>=====================================================================
       01  fcpg-condicao-pagamento.
           03 fcpg-chave-1.
              05 fcpg-cd-condicao                 pic  9(03).
           03 fcpg-ds-condicao                    pic  x(30).
           03 fcpg-qtde-parcelas                  pic  9(02).
           03 fcpg-parcela                        occurs 12 times.
              05 fcpg-dias                        pic  9(03).
              05 fcpg-percentual                  pic  9(03)v99.
           03 fcpg-situacao                       pic  x(01).
              88 fcpg-situacao-ativa                          value "A".
              88 fcpg-situacao-inativa                        value "I".
           03 fcpg-dt-atualizacao.
              05 fcpg-dt-atualizacao-ano          pic  9(04).
              05 fcpg-dt-atualizacao-mes          pic  9(02).
              05 fcpg-dt-atualizacao-dia          pic  9(02).
           03 fcpg-hr-atualizacao.
              05 fcpg-hr-atualizacao-hora         pic  9(02).
              05 fcpg-hr-atualizacao-minuto       pic  9(02).
              05 fcpg-hr-atualizacao-segundo      pic  9(02).
           03 fcpg-job-origem                     pic  x(10).
