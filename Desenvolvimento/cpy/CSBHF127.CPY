      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF127.CPY
      *>Select      : CSBHS127.CPY
      *>CSBHL       : CSBHL127.CPY
      *>Nome Físico : CSBHD127.CAD
      *>Area Negocio: "Operação"
      *>Descricao   : "Atividade por Documento"
      *>
      *>        SELECT CSBHD127 Assign to disk wid-csbh127
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fatv-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD127.

      *>=====================================================================
      *>Nome Lógico : atividade por documento
      *>Área Negócio: Operação
      *>GerarIndex  : sim
      *>
      *>Trilha de segregacao de funcoes: quem executou qual atividade
      *>sobre qual documento (requisicao, titulo a pagar, contagem,
      *>credito do cliente). Gravada pela 9850-registra-atividade
      *>(CSBHP024) - nas cargas e geracoes que criam o documento e no
      *>CSBH03018A quando autoriza uma atividade - e consultada pelo
      *>CSBH03018A contra os pares de CSBHD128: o operador que executou
      *>um lado do par no documento nao e autorizado no outro.
      *>=====================================================================
       01  fatv-atividade-documento.
           03 fatv-chave-1.
              05 fatv-cd-atividade                pic  x(04).
              05 fatv-documento                   pic  x(30).
                 *>Chave do documento no layout do arquivo dele, ex.:
                 *>empresa+filial+requisicao (CSBHD053).
              05 fatv-cd-operador                 pic  x(08).
           03 fatv-data                           pic  9(08).
           03 fatv-hora                           pic  9(06).
           03 fatv-programa                       pic  x(10).
