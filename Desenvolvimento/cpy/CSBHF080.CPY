      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF080.CPY
      *>Select      : CSBHS080.CPY
      *>CSBHL       : CSBHL080.CPY
      *>Nome Físico : CSBHD080.CAD
      *>Area Negocio: "Fiscal"
      *>Descricao   : "Regra de PIS/COFINS por NCM"
      *>
      *>        SELECT CSBHD080 Assign to disk wid-csbh080
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpcr-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD080.

      *>=====================================================================
      *>Nome Lógico : regra de pis/cofins por ncm
      *>Área Negócio: Fiscal
      *>GerarIndex  : sim
      *>
      *>CST de PIS/COFINS e aliquotas de excecao por NCM do produto
      *>(fprd-ncm, CSBHD044). NCM sem regra segue o regime nao
      *>cumulativo padrao (CST 01, 1,65% / 7,60%, com credito). CST
      *>01/02 tributa a receita e da credito na compra; 04 a 09
      *>(monofasico, ST, aliquota zero, isenta, sem incidencia,
      *>suspensao) nao tributa nem da credito. Aliquota zerada na CST
      *>01/02 = aliquota padrao. Carregada por CSBH01001C_PIS_COFINS.CSV.
      *>=====================================================================
       01  fpcr-regra-pis-cofins.
           03 fpcr-chave-1.
              05 fpcr-ncm                         pic  9(08).
                 *>FK: fprd-ncm (CSBHD044)
           03 fpcr-cst                            pic  9(02).
              88 fpcr-cst-tributada                           value 01 02.
           03 fpcr-aliquota-pis                   pic  9(03)v99.
           03 fpcr-aliquota-cofins                pic  9(03)v99.
           03 fpcr-dt-atualizacao.
              05 fpcr-dt-atualizacao-ano          pic  9(04).
              05 fpcr-dt-atualizacao-mes          pic  9(02).
              05 fpcr-dt-atualizacao-dia          pic  9(02).
           03 fpcr-hr-atualizacao.
              05 fpcr-hr-atualizacao-hora         pic  9(02).
              05 fpcr-hr-atualizacao-minuto       pic  9(02).
              05 fpcr-hr-atualizacao-segundo      pic  9(02).
           03 fpcr-job-origem                     pic  x(10).
