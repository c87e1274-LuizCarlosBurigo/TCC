      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF132.CPY
      *>Select      : CSBHS132.CPY
      *>CSBHL       : CSBHL132.CPY
      *>Nome Físico : CSBHD132.CAD
      *>Area Negocio: "Corporativo"
      *>Descricao   : "Solicitações de Titular (LGPD)"
      *>
      *>        SELECT CSBHD132 Assign to disk wid-csbh132
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is ftit-chave-1
      *>               alternate key   is ftit-chave-2 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD132.

      *>=====================================================================
      *>Nome Lógico : solicitacoes de acesso do titular de dados
      *>Área Negócio: Corporativo
      *>GerarIndex  : sim
      *>
      *>Registro de cada pedido formal de acesso aos dados pessoais
      *>(LGPD) de um cliente ou de um contato dele, aberto pela
      *>transacao CSBH03090L ao emitir o relatorio e o arquivo de dados
      *>do titular, com o operador e o prazo legal, e acompanhado ate a
      *>resposta (mesma transacao, funcao "R"). O protocolo e a chave:
      *>data, hora e cliente do pedido (cliente zero = titular
      *>localizado so pelo CPF/CNPJ, sem cadastro de cliente). A chave
      *>2 (situacao + prazo) serve o acompanhamento CSBH02092R.
      *>=====================================================================
       01  ftit-solicitacao.
           03 ftit-chave-1.
              05 ftit-data-pedido                 pic  9(08).
              05 ftit-hora-pedido                 pic  9(06).
              05 ftit-cd-cliente                  pic  9(09).
                 *>FK: fdcli-cd-cliente (zero = sem cadastro)
           03 ftit-chave-2.
              05 ftit-situacao                    pic  x(01).
                 88 ftit-situacao-aberta                      value "A".
                 88 ftit-situacao-respondida                  value "R".
              05 ftit-data-prazo                  pic  9(08).
           03 ftit-cnpj-cpf                       pic  x(14).
           03 ftit-ds-titular                     pic  x(80).
           03 ftit-cd-operador                    pic  x(08).
           03 ftit-qtde-itens                     pic  9(07).
           03 ftit-data-resposta                  pic  9(08).
           03 ftit-cd-operador-resposta           pic  x(08).
           03 ftit-ds-resposta                    pic  x(60).
           03 ftit-dt-atualizacao.
              05 ftit-dt-atualizacao-ano          pic  9(04).
              05 ftit-dt-atualizacao-mes          pic  9(02).
              05 ftit-dt-atualizacao-dia          pic  9(02).
           03 ftit-hr-atualizacao.
              05 ftit-hr-atualizacao-hora         pic  9(02).
              05 ftit-hr-atualizacao-minuto       pic  9(02).
              05 ftit-hr-atualizacao-segundo      pic  9(02).
           03 ftit-job-origem                     pic  x(10).
