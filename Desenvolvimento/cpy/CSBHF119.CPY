      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF119.CPY
      *>Select      : CSBHS119.CPY
      *>CSBHL       : CSBHL119.CPY
      *>Nome Físico : CSBHD119.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Proposta de Parametro de Estoque"
      *>
      *>        SELECT CSBHD119 Assign to disk wid-csbh119
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fprp-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD119.

      *>=====================================================================
      *>Nome Lógico : proposta de parametro de estoque
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Um registro por produto/filial de CSBHD020 cujo minimo, ponto
      *>de reposicao ou maximo recalculado pela demanda real difere do
      *>vigente: gravado pendente ("P") pelo recalculo CSBH03080P, com
      *>os valores vigentes ao lado dos propostos e a base da conta
      *>(demanda media, desvio, prazo do fornecedor, classe ABC), e
      *>decidido pela aprovacao CSBH03081A - aceita ("A") vai para
      *>CSBHD020 com historico em CSBHD036, rejeitada ("R") fica so
      *>como registro. O recalculo seguinte reescreve a proposta.
      *>=====================================================================
       01  fprp-proposta-parametro.
           03 fprp-chave-1.
              05 fprp-cd-empresa                  pic  9(03).
                 *>FK: fpar-cd-empresa
              05 fprp-cd-filial                   pic  9(03).
                 *>FK: fpar-cd-filial
              05 fprp-cd-produto                  pic  9(09).
                 *>FK: fpar-cd-produto
           03 fprp-data-calculo                   pic  9(08).
           03 fprp-classe                         pic  x(01).
              *>Classe ABC de CSBHD060 usada no nivel de servico;
              *>produto fora do plano conta como "C".
           03 fprp-meses-historico                pic  9(02).
           03 fprp-demanda-media                  pic s9(09)v99.
              *>Demanda mensal media: expedido - devolvido + perdido.
           03 fprp-desvio-padrao                  pic s9(09)v99.
           03 fprp-cd-fornecedor                  pic  9(09).
              *>Fornecedor da ultima Entrada do produto na filial;
              *>zero = prazo medio geral.
           03 fprp-prazo-dias                     pic  9(03).
           03 fprp-qtde-minima-atual              pic  9(09).
           03 fprp-ponto-reposicao-atual          pic  9(09).
           03 fprp-qtde-maxima-atual              pic  9(09).
           03 fprp-qtde-minima                    pic  9(09).
           03 fprp-ponto-reposicao                pic  9(09).
           03 fprp-qtde-maxima                    pic  9(09).
           03 fprp-variacao-percentual            pic  9(05)v99.
              *>Maior variacao, em modulo, entre os tres parametros.
           03 fprp-situacao                       pic  x(01).
              88 fprp-situacao-pendente                       value "P".
              88 fprp-situacao-aceita                         value "A".
              88 fprp-situacao-rejeitada                      value "R".
           03 fprp-data-decisao                   pic  9(08).
           03 fprp-cd-operador                    pic  x(08).
           03 fprp-dt-atualizacao.
              05 fprp-dt-atualizacao-ano          pic  9(04).
              05 fprp-dt-atualizacao-mes          pic  9(02).
              05 fprp-dt-atualizacao-dia          pic  9(02).
           03 fprp-hr-atualizacao.
              05 fprp-hr-atualizacao-hora         pic  9(02).
              05 fprp-hr-atualizacao-minuto       pic  9(02).
              05 fprp-hr-atualizacao-segundo      pic  9(02).
           03 fprp-job-origem                     pic  x(10).
