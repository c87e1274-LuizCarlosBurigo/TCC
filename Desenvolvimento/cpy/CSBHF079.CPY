      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF079.CPY
      *>Select      : CSBHS079.CPY
      *>CSBHL       : CSBHL079.CPY
      *>Nome Físico : CSBHD079.CAD
      *>Area Negocio: "Fiscal"
      *>Descricao   : "Apuração de PIS/COFINS do período"
      *>
      *>        SELECT CSBHD079 Assign to disk wid-csbh079
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fapc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD079.

      *>=====================================================================
      *>Nome Lógico : apuracao de pis/cofins
      *>Área Negócio: Fiscal
      *>GerarIndex  : sim
      *>
      *>Apuracao mensal nao cumulativa de PIS e COFINS por empresa/
      *>filial (CSBH03057P), um registro por tributo: debitos sobre a
      *>receita das Saidas do periodo liquida das Devolucoes, creditos
      *>sobre os itens e o frete das Entradas, CST e aliquota pelo NCM
      *>do produto (CSBHD080), e saldo credor transportado mes a mes -
      *>no mesmo formato da apuracao de ICMS (CSBHD054).
      *>=====================================================================
       01  fapc-apuracao-pis-cofins.
           03 fapc-chave-1.
              05 fapc-cd-empresa                  pic  9(03).
              05 fapc-cd-filial                   pic  9(03).
              05 fapc-periodo.
                 07 fapc-periodo-ano              pic  9(04).
                 07 fapc-periodo-mes              pic  9(02).
              05 fapc-tipo-tributo                pic  x(03).
                 88 fapc-tributo-pis                          value "PIS".
                 88 fapc-tributo-cofins                       value "COF".
           03 fapc-base-debitos                   pic s9(11)v99.
           03 fapc-total-debitos                  pic s9(11)v99.
           03 fapc-base-creditos                  pic s9(11)v99.
           03 fapc-total-creditos                 pic s9(11)v99.
           03 fapc-saldo-credor-anterior          pic s9(11)v99.
           03 fapc-saldo-apurado                  pic s9(11)v99.
              *>Positivo = tributo a recolher no periodo; negativo vira
              *>saldo credor transportado.
           03 fapc-saldo-credor-proximo           pic s9(11)v99.
           03 fapc-data-apuracao                  pic  9(08).
           03 fapc-dt-atualizacao.
              05 fapc-dt-atualizacao-ano          pic  9(04).
              05 fapc-dt-atualizacao-mes          pic  9(02).
              05 fapc-dt-atualizacao-dia          pic  9(02).
           03 fapc-hr-atualizacao.
              05 fapc-hr-atualizacao-hora         pic  9(02).
              05 fapc-hr-atualizacao-minuto       pic  9(02).
              05 fapc-hr-atualizacao-segundo      pic  9(02).
           03 fapc-job-origem                     pic  x(10).
