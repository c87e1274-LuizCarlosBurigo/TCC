      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF097.CPY
      *>Select      : CSBHS097.CPY
      *>CSBHL       : CSBHL097.CPY
      *>Nome Físico : CSBHD097.CAD
      *>Area Negocio: "Contabil"
      *>Descricao   : "Provisao de Frete"
      *>
      *>        SELECT CSBHD097 Assign to disk wid-csbh097
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpvf-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD097.

      *>=====================================================================
      *>Nome Lógico : provisao de frete
      *>Área Negócio: Contabil
      *>GerarIndex  : sim
      *>
      *>Frete provisionado no fechamento do mes para os embarques do
      *>periodo (Saidas e transferencias) ainda sem fatura conciliada da
      *>transportadora, um registro por empresa/filial, periodo e
      *>transportadora. Gravado pelo job CSBH03066P, que lanca a
      *>provisao no ultimo dia do periodo e o estorno no primeiro dia
      *>do periodo seguinte no diario contabil (CSBHD096, evento PVFR).
      *>Reprocessar o mesmo periodo lanca so a diferenca contra o valor
      *>ja gravado aqui.
      *>=====================================================================
       01  fpvf-provisao-frete.
           03 fpvf-chave-1.
              05 fpvf-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fpvf-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fpvf-periodo                     pic  9(06).
              05 fpvf-cd-transportadora           pic  9(09).
                 *>FK: feisd-cd-transpordadora
           03 fpvf-qtde-embarques                 pic  9(07).
           03 fpvf-valor                          pic s9(11)v99.
           03 fpvf-data-mais-antiga               pic  9(08).
              *>Embarque mais antigo do periodo sem fatura.
           03 fpvf-data-provisao                  pic  9(08).
           03 fpvf-data-estorno                   pic  9(08).
           03 fpvf-dt-atualizacao.
              05 fpvf-dt-atualizacao-ano          pic  9(04).
              05 fpvf-dt-atualizacao-mes          pic  9(02).
              05 fpvf-dt-atualizacao-dia          pic  9(02).
           03 fpvf-hr-atualizacao.
              05 fpvf-hr-atualizacao-hora         pic  9(02).
              05 fpvf-hr-atualizacao-minuto       pic  9(02).
              05 fpvf-hr-atualizacao-segundo      pic  9(02).
           03 fpvf-job-origem                     pic  x(10).
