      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF077.CPY
      *>Select      : CSBHS077.CPY
      *>CSBHL       : CSBHL077.CPY
      *>Nome Físico : CSBHD077.CAD
      *>Area Negocio: "Fiscal"
      *>Descricao   : "Natureza de Operação (CFOP)"
      *>
      *>        SELECT CSBHD077 Assign to disk wid-csbh077
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fnat-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD077.

      *>=====================================================================
      *>Nome Lógico : natureza de operacao
      *>Área Negócio: Fiscal
      *>GerarIndex  : sim
      *>
      *>CFOP por tipo de movimento x abrangencia: "I" quando a UF da
      *>filial emitente (loja CSBHD001 -> CSBHD002) e a mesma da cidade
      *>da outra ponta, "E" quando difere. Tipos de movimento usados
      *>pela resolucao 9700-resolve-cfop (CSBHP011):
      *>  VEN venda (Saida)                 CSG remessa em consignacao
      *>  COM compra (Entrada)              DEV devolucao de cliente
      *>  TRS transferencia - envio         TRE transferencia - recebimento
      *>  DVF devolucao a fornecedor        BXA baixa de estoque
      *>Carregada por CSBH01001C_NATUREZA.CSV no passo de cadastros.
      *>=====================================================================
       01  fnat-natureza-operacao.
           03 fnat-chave-1.
              05 fnat-tipo-movimento              pic  x(03).
              05 fnat-id-abrangencia              pic  x(01).
                 88 fnat-intraestadual                        value "I".
                 88 fnat-interestadual                        value "E".
           03 fnat-cfop                           pic  9(04).
           03 fnat-ds-natureza                    pic  x(60).
           03 fnat-dt-atualizacao.
              05 fnat-dt-atualizacao-ano          pic  9(04).
              05 fnat-dt-atualizacao-mes          pic  9(02).
              05 fnat-dt-atualizacao-dia          pic  9(02).
           03 fnat-hr-atualizacao.
              05 fnat-hr-atualizacao-hora         pic  9(02).
              05 fnat-hr-atualizacao-minuto       pic  9(02).
              05 fnat-hr-atualizacao-segundo      pic  9(02).
           03 fnat-job-origem                     pic  x(10).
