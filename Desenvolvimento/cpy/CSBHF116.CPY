      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF116.CPY
      *>Select      : CSBHS116.CPY
      *>CSBHL       : CSBHL116.CPY
      *>Nome Físico : CSBHD116.CAD
      *>Area Negocio: "Deposito"
      *>Descricao   : "Triagem de Devolucao"
      *>
      *>        SELECT CSBHD116 Assign to disk wid-csbh116
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is ftri-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD116.

      *>=====================================================================
      *>Nome Lógico : triagem de devolucao
      *>Área Negócio: Deposito
      *>GerarIndex  : sim
      *>
      *>Area de devolucoes: cada linha de Devolucao (CSBHD012) gravada
      *>pela carga entra aqui com toda a quantidade pendente, fora do
      *>saldo. A triagem (CSBH03078T) classifica a quantidade - "A"
      *>volta ao saldo disponivel, "B" vai ao produto de segunda
      *>qualidade (fprd-cd-produto-segunda) ou ao deposito informado,
      *>"S" sucata pela baixa CSBH03040X, "F" defeito de volta ao
      *>fornecedor pelo CSBH03039D - e so entao a quantidade entra no
      *>saldo. Linha de Devolucao sem registro aqui e anterior a
      *>triagem e ja entrou no saldo pela carga.
      *>=====================================================================
       01  ftri-devolucao-triagem.
           03 ftri-chave-1.
              05 ftri-cd-empresa                  pic  9(03).
                 *>FK: fddvl-cd-empresa
              05 ftri-cd-filial                   pic  9(03).
                 *>FK: fddvl-cd-filial
              05 ftri-cd-devolucao                pic  9(09).
                 *>FK: fddvl-cd-devolucao
              05 ftri-cd-sequencia                pic  9(09).
                 *>FK: fddvl-cd-sequencia
           03 ftri-cd-saida                       pic  9(09).
           03 ftri-cd-produto                     pic  9(09).
           03 ftri-cd-autorizacao                 pic  9(09).
              *>FK: frma-cd-autorizacao (RMA consumida pela linha)
           03 ftri-cd-motivo                      pic  9(03).
              *>FK: fmtv-cd-motivo (tipo "D") - motivo da RMA
           03 ftri-data-devolucao                 pic  9(08).
           03 ftri-qtde-devolvida                 pic  9(09).
           03 ftri-qtde-pendente                  pic  9(09).
           03 ftri-qtde-disponivel                pic  9(09).
              *>Classificada "A" - voltou ao saldo do produto.
           03 ftri-qtde-segunda                   pic  9(09).
              *>Classificada "B" - segunda qualidade.
           03 ftri-cd-produto-segunda             pic  9(09).
              *>Produto que recebeu a "B" (igual a ftri-cd-produto
              *>quando o produto nao tem segunda qualidade).
           03 ftri-valor-segunda                  pic s9(13)v99.
              *>Valor com que a "B" entrou no produto de segunda
              *>(custo medio do produto devolvido na triagem); zero
              *>quando ficou no proprio produto.
           03 ftri-qtde-sucata                    pic  9(09).
              *>Classificada "S" - baixada em CSBHD062.
           03 ftri-qtde-fornecedor                pic  9(09).
              *>Classificada "F" - devolvida ao fornecedor (CSBHD061).
           03 ftri-situacao                       pic  x(01).
              88 ftri-situacao-pendente                       value "P".
              88 ftri-situacao-triada                         value "T".
           03 ftri-data-triagem                   pic  9(08).
              *>Data da ultima classificacao.
           03 ftri-cd-operador                    pic  x(08).
           03 ftri-dt-atualizacao.
              05 ftri-dt-atualizacao-ano          pic  9(04).
              05 ftri-dt-atualizacao-mes          pic  9(02).
              05 ftri-dt-atualizacao-dia          pic  9(02).
           03 ftri-hr-atualizacao.
              05 ftri-hr-atualizacao-hora         pic  9(02).
              05 ftri-hr-atualizacao-minuto       pic  9(02).
              05 ftri-hr-atualizacao-segundo      pic  9(02).
           03 ftri-job-origem                     pic  x(10).
