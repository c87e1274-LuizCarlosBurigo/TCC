      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF086.CPY
      *>Select      : CSBHS086.CPY
      *>CSBHL       : CSBHL086.CPY
      *>Nome Físico : CSBHD086.CAD
      *>Area Negocio: "Compras"
      *>Descricao   : "Recepcao de NF-e de Fornecedor"
      *>
      *>        SELECT CSBHD086 Assign to disk wid-csbh086
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fnfr-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD086.

      *>=====================================================================
      *>Nome Lógico : recepcao de nf-e de fornecedor
      *>Área Negócio: Compras
      *>GerarIndex  : sim
      *>
      *>Uma linha por NF-e de fornecedor lida pelo CSBH01007N, pela
      *>chave de acesso. Nota encaminhada a carga fica "C" com o numero
      *>de Entrada atribuido (e barra a mesma nota numa nova recepcao);
      *>nota com fornecedor ou produto desconhecido, ou ja cadastrada,
      *>fica "P" - e a lista de pendencias do comprador - ate que o
      *>cadastro seja acertado e o XML, que continua na pasta de
      *>recepcao, seja lido de novo.
      *>=====================================================================
       01  fnfr-nfe-recebida.
           03 fnfr-chave-1.
              05 fnfr-chave-acesso                pic  x(44).
           03 fnfr-cd-empresa                     pic  9(03).
           03 fnfr-cd-filial                      pic  9(03).
           03 fnfr-cnpj-emitente                  pic  x(14).
           03 fnfr-cd-fornecedor                  pic  9(09).
              *>Zero quando o CNPJ nao foi localizado em CSBHD006.
           03 fnfr-nunf                           pic  9(09).
           03 fnfr-srnf                           pic  9(03).
           03 fnfr-data-emissao                   pic  9(08).
           03 fnfr-valor-total                    pic s9(09)v99.
           03 fnfr-qtde-itens                     pic  9(04).
           03 fnfr-nome-arquivo                   pic  x(120).
           03 fnfr-situacao                       pic  x(01).
              88 fnfr-situacao-pendente                       value "P".
              88 fnfr-situacao-carregada                      value "C".
           03 fnfr-motivo                         pic  x(01).
              88 fnfr-motivo-fornecedor                       value "F".
              88 fnfr-motivo-produto                          value "P".
              88 fnfr-motivo-duplicada                        value "D".
           03 fnfr-ds-motivo                      pic  x(80).
           03 fnfr-cd-entrada                     pic  9(09).
              *>Entrada atribuida quando encaminhada a carga.
           03 fnfr-data-recepcao                  pic  9(08).
              *>Primeira leitura do XML.
           03 fnfr-data-situacao                  pic  9(08).
           03 fnfr-dt-atualizacao.
              05 fnfr-dt-atualizacao-ano          pic  9(04).
              05 fnfr-dt-atualizacao-mes          pic  9(02).
              05 fnfr-dt-atualizacao-dia          pic  9(02).
           03 fnfr-hr-atualizacao.
              05 fnfr-hr-atualizacao-hora         pic  9(02).
              05 fnfr-hr-atualizacao-minuto       pic  9(02).
              05 fnfr-hr-atualizacao-segundo      pic  9(02).
           03 fnfr-job-origem                     pic  x(10).
