      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF096.CPY
      *>Select      : CSBHS096.CPY
      *>CSBHL       : CSBHL096.CPY
      *>Nome Físico : CSBHD096.CAD
      *>Area Negocio: "Contabilidade"
      *>Descricao   : "Diario Contabil"
      *>
      *>        SELECT CSBHD096 Assign to disk wid-csbh096
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fdlc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD096.

      *>=====================================================================
      *>Nome Lógico : diario contabil
      *>Área Negócio: Contabilidade
      *>GerarIndex  : sim
      *>
      *>Um lancamento por documento, gravado pelo programa que gera o
      *>documento (CSBHP016) na hora em que ele acontece: a partida
      *>dobrada completa - conta e centro de custo a debito, conta e
      *>centro de custo a credito, um so valor - tirada da regra de
      *>contabilizacao (CSBHD095) do evento. Sequencia por empresa,
      *>filial e data. Exportado pela interface contabil CSBH03015G e
      *>provado no balancete CSBH02072R.
      *>=====================================================================
       01  fdlc-lancamento-contabil.
           03 fdlc-chave-1.
              05 fdlc-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fdlc-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fdlc-data-lancamento             pic  9(08).
              05 fdlc-data-lancamento-r redefines fdlc-data-lancamento.
                 07 fdlc-periodo                  pic  9(06).
                 07 fdlc-dia                      pic  9(02).
              05 fdlc-sequencia                   pic  9(05).
           03 fdlc-evento                         pic  x(04).
              *>Evento da regra (frgc-evento).
           03 fdlc-documento                      pic  x(20).
              *>Documento de origem (titulo, baixa, devolucao...).
           03 fdlc-historico                      pic  x(40).
           03 fdlc-conta-debito                   pic  9(05).
           03 fdlc-centro-custo-debito            pic  9(04).
           03 fdlc-conta-credito                  pic  9(05).
           03 fdlc-centro-custo-credito           pic  9(04).
           03 fdlc-valor                          pic  9(13)v99.
           03 fdlc-dt-atualizacao.
              05 fdlc-dt-atualizacao-ano          pic  9(04).
              05 fdlc-dt-atualizacao-mes          pic  9(02).
              05 fdlc-dt-atualizacao-dia          pic  9(02).
           03 fdlc-hr-atualizacao.
              05 fdlc-hr-atualizacao-hora         pic  9(02).
              05 fdlc-hr-atualizacao-minuto       pic  9(02).
              05 fdlc-hr-atualizacao-segundo      pic  9(02).
           03 fdlc-job-origem                     pic  x(10).
