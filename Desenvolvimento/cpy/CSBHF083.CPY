      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF083.CPY
      *>Select      : CSBHS083.CPY
      *>CSBHL       : CSBHL083.CPY
      *>Nome Físico : CSBHD083.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Taxa de Cambio"
      *>
      *>        SELECT CSBHD083 Assign to disk wid-csbh083
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcam-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD083.

      *>=====================================================================
      *>Nome Lógico : taxa de cambio
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Taxa de cambio diaria por moeda (reais por unidade da moeda),
      *>carregada de CSBH01001C_CAMBIO.CSV. A taxa de uma data e a do
      *>registro mais recente ate ela.
      *>=====================================================================
       01  fcam-taxa-cambio.
           03 fcam-chave-1.
              05 fcam-cd-moeda                    pic  x(03).
              05 fcam-data-cotacao                pic  9(08).
           03 fcam-taxa                           pic  9(05)v9(06).
           03 fcam-dt-atualizacao.
              05 fcam-dt-atualizacao-ano          pic  9(04).
              05 fcam-dt-atualizacao-mes          pic  9(02).
              05 fcam-dt-atualizacao-dia          pic  9(02).
           03 fcam-hr-atualizacao.
              05 fcam-hr-atualizacao-hora         pic  9(02).
              05 fcam-hr-atualizacao-minuto       pic  9(02).
              05 fcam-hr-atualizacao-segundo      pic  9(02).
           03 fcam-job-origem                     pic  x(10).
