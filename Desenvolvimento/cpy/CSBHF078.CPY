      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF078.CPY
      *>Select      : CSBHS078.CPY
      *>CSBHL       : CSBHL078.CPY
      *>Nome Físico : CSBHD078.CAD
      *>Area Negocio: "Fiscal"
      *>Descricao   : "Regra de ICMS-ST / DIFAL"
      *>
      *>        SELECT CSBHD078 Assign to disk wid-csbh078
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fst-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD078.

      *>=====================================================================
      *>Nome Lógico : regra de substituicao tributaria e difal
      *>Área Negócio: Fiscal
      *>GerarIndex  : sim
      *>
      *>MVA e aliquotas por NCM do produto (fprd-ncm, CSBHD044) x UF de
      *>origem x UF de destino, com vigencia (vale a de maior vigencia
      *>nao posterior a data da saida). Na venda interestadual com
      *>fst-com-st a carga de IMPOSTO_SAIDA.CSV calcula base ST, ICMS-ST
      *>e o FCP sobre a base ST; com fst-sem-st calcula o DIFAL (interna
      *>menos interestadual sobre o valor do item) e o FCP sobre o valor.
      *>Os valores viram linhas IST/DIF/FCP em CSBHD031; o recolhimento
      *>por UF de destino (GNRE) sai no CSBH02068R.
      *>=====================================================================
       01  fst-regra-st.
           03 fst-chave-1.
              05 fst-ncm                          pic  9(08).
                 *>FK: fprd-ncm (CSBHD044)
              05 fst-uf-origem                    pic  x(09).
              05 fst-uf-destino                   pic  x(09).
              05 fst-dt-vigencia                  pic  9(08).
           03 fst-id-substituicao                 pic  x(01).
              88 fst-com-st                                   value "S".
              88 fst-sem-st                                   value "N".
           03 fst-mva                             pic  9(03)v99.
           03 fst-aliquota-interna                pic  9(03)v99.
           03 fst-aliquota-interestadual          pic  9(03)v99.
           03 fst-aliquota-fcp                    pic  9(03)v99.
           03 fst-dt-atualizacao.
              05 fst-dt-atualizacao-ano           pic  9(04).
              05 fst-dt-atualizacao-mes           pic  9(02).
              05 fst-dt-atualizacao-dia           pic  9(02).
           03 fst-hr-atualizacao.
              05 fst-hr-atualizacao-hora          pic  9(02).
              05 fst-hr-atualizacao-minuto        pic  9(02).
              05 fst-hr-atualizacao-segundo       pic  9(02).
           03 fst-job-origem                      pic  x(10).
