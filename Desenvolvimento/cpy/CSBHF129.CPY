      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF129.CPY
      *>Select      : CSBHS129.CPY
      *>CSBHL       : CSBHL129.CPY
      *>Nome Físico : CSBHD129.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Liberação de Embarque Retido"
      *>
      *>        SELECT CSBHD129 Assign to disk wid-csbh129
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is flbc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD129.

      *>=====================================================================
      *>Nome Lógico : liberacao de embarque retido por credito
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Liberacao, pelo financeiro, de um embarque retido por credito na
      *>carga de SAIDA.CSV (cliente bloqueado ou limite excedido):
      *>registrada pela transacao CSBH03087L e consumida pela carga, que
      *>deixa o embarque liberado passar uma vez ("U" = utilizada). O
      *>operador que mantem o credito do cliente nao libera embarque do
      *>mesmo cliente (par CRDM x CRDL de CSBHD128).
      *>=====================================================================
       01  flbc-liberacao-credito.
           03 flbc-chave-1.
              05 flbc-cd-empresa                  pic  9(03).
              05 flbc-cd-filial                   pic  9(03).
              05 flbc-cd-saida                    pic  9(09).
           03 flbc-cd-cliente                     pic  9(09).
              *>FK: fdcli-cd-cliente
           03 flbc-cd-operador                    pic  x(08).
           03 flbc-data-liberacao                 pic  9(08).
           03 flbc-motivo                         pic  x(60).
           03 flbc-situacao                       pic  x(01).
              88 flbc-situacao-liberada                       value "L".
              88 flbc-situacao-utilizada                      value "U".
           03 flbc-data-utilizacao                pic  9(08).
           03 flbc-dt-atualizacao.
              05 flbc-dt-atualizacao-ano          pic  9(04).
              05 flbc-dt-atualizacao-mes          pic  9(02).
              05 flbc-dt-atualizacao-dia          pic  9(02).
           03 flbc-hr-atualizacao.
              05 flbc-hr-atualizacao-hora         pic  9(02).
              05 flbc-hr-atualizacao-minuto       pic  9(02).
              05 flbc-hr-atualizacao-segundo      pic  9(02).
           03 flbc-job-origem                     pic  x(10).
