      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF089.CPY
      *>Select      : CSBHS089.CPY
      *>CSBHL       : CSBHL089.CPY
      *>Nome Físico : CSBHD089.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Conta Bancaria"
      *>
      *>        SELECT CSBHD089 Assign to disk wid-csbh089
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcbc-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD089.

      *>=====================================================================
      *>Nome Lógico : conta bancaria
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Conta corrente dos dois lados do pagamento do contas a pagar:
      *>tipo "E" e a conta pagadora da empresa/filial (convenio com o
      *>banco, dados do header CNAB 240 e o ultimo numero sequencial de
      *>arquivo - NSA - remetido); tipos "D" e "F" sao as contas de
      *>credito do fornecedor e da transportadora, pela mesma origem do
      *>titulo (ftcp-tipo-origem). Carregada de
      *>CSBH01001C_CONTA_BANCARIA.CSV; usada pela remessa de pagamentos
      *>CSBH03060R.
      *>=====================================================================
       01  fcbc-conta-bancaria.
           03 fcbc-chave-1.
              05 fcbc-tipo-titular                pic  x(01).
                 88 fcbc-titular-empresa                      value "E".
                 88 fcbc-titular-fornecedor                   value "D".
                 88 fcbc-titular-transportadora               value "F".
              05 fcbc-cd-empresa                  pic  9(03).
                 *>Empresa pagadora no tipo "E"; zero nos demais.
              05 fcbc-cd-titular                  pic  9(09).
                 *>Filial no tipo "E"; fornecedor ou transportadora.
           03 fcbc-cd-banco                       pic  9(03).
           03 fcbc-agencia                        pic  9(05).
           03 fcbc-dv-agencia                     pic  x(01).
           03 fcbc-conta                          pic  9(12).
           03 fcbc-dv-conta                       pic  x(01).
           03 fcbc-tipo-inscricao                 pic  9(01).
              88 fcbc-inscricao-cpf                           value 1.
              88 fcbc-inscricao-cnpj                          value 2.
           03 fcbc-cnpj-cpf                       pic  x(14).
           03 fcbc-nome-titular                   pic  x(30).
           03 fcbc-convenio                       pic  x(20).
           03 fcbc-logradouro                     pic  x(30).
           03 fcbc-numero                         pic  9(05).
           03 fcbc-cidade                         pic  x(20).
           03 fcbc-cep                            pic  9(08).
           03 fcbc-uf                             pic  x(02).
           03 fcbc-nsa-ultimo                     pic  9(06).
              *>Tipo "E": ultimo NSA de remessa de pagamentos.
           03 fcbc-situacao                       pic  x(01).
              88 fcbc-situacao-ativa                          value "A".
              88 fcbc-situacao-inativa                        value "I".
           03 fcbc-dt-atualizacao.
              05 fcbc-dt-atualizacao-ano          pic  9(04).
              05 fcbc-dt-atualizacao-mes          pic  9(02).
              05 fcbc-dt-atualizacao-dia          pic  9(02).
           03 fcbc-hr-atualizacao.
              05 fcbc-hr-atualizacao-hora         pic  9(02).
              05 fcbc-hr-atualizacao-minuto       pic  9(02).
              05 fcbc-hr-atualizacao-segundo      pic  9(02).
           03 fcbc-job-origem                     pic  x(10).
