      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF088.CPY
      *>Select      : CSBHS088.CPY
      *>CSBHL       : CSBHL088.CPY
      *>Nome Físico : CSBHD088.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Perfil Fiscal do Credor"
      *>
      *>        SELECT CSBHD088 Assign to disk wid-csbh088
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpfc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD088.

      *>=====================================================================
      *>Nome Lógico : perfil fiscal do credor
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Tipo de credor e servico prestado de cada credor do contas a
      *>pagar, chave das regras de retencao (CSBHD087). Fornecedor e
      *>transportadora tem numeracoes proprias, por isso a chave leva a
      *>origem do titulo (ftcp-tipo-origem). Credor sem perfil ativo
      *>recebe o titulo pelo valor cheio, como sempre.
      *>=====================================================================
       01  fpfc-perfil-credor.
           03 fpfc-chave-1.
              05 fpfc-tipo-origem                 pic  x(01).
                 *>"D" fornecedor (CSBHD006), "F" transportadora (CSBHD005).
              05 fpfc-cd-credor                   pic  9(09).
           03 fpfc-tipo-credor                    pic  x(02).
           03 fpfc-cd-servico                     pic  x(04).
           03 fpfc-situacao                       pic  x(01).
              88 fpfc-situacao-ativa                          value "A".
              88 fpfc-situacao-inativa                        value "I".
           03 fpfc-dt-atualizacao.
              05 fpfc-dt-atualizacao-ano          pic  9(04).
              05 fpfc-dt-atualizacao-mes          pic  9(02).
              05 fpfc-dt-atualizacao-dia          pic  9(02).
           03 fpfc-hr-atualizacao.
              05 fpfc-hr-atualizacao-hora         pic  9(02).
              05 fpfc-hr-atualizacao-minuto       pic  9(02).
              05 fpfc-hr-atualizacao-segundo      pic  9(02).
           03 fpfc-job-origem                     pic  x(10).
