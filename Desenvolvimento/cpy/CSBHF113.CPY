      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF113.CPY
      *>Select      : CSBHS113.CPY
      *>CSBHL       : CSBHL113.CPY
      *>Nome Físico : CSBHD113.CAD
      *>Area Negocio: "Cadastro"
      *>Descricao   : "Documento de Parceiro"
      *>
      *>        SELECT CSBHD113 Assign to disk wid-csbh113
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fdcp-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD113.

      *>=====================================================================
      *>Nome Lógico : documento de parceiro
      *>Área Negócio: Cadastro
      *>GerarIndex  : sim
      *>
      *>Documentos exigidos de transportadoras (CSBHD005) e fornecedores
      *>(CSBHD006), carregados por CSBH01001C (DOCUMENTO_PARCEIRO.CSV):
      *>registro ANTT/RNTRC, apolice de seguro de carga e
      *>licenciamento de veiculo da frota (CSBHD045, com a placa na
      *>chave) para a transportadora; certidao negativa, licenca
      *>sanitaria e certificacao de qualidade para o fornecedor. Um
      *>registro por documento vigente - a renovacao regrava o mesmo
      *>registro e devolve a situacao a "V". O job diario CSBH03075V
      *>avisa pela caixa de notificacoes (CSBHD068) os documentos a
      *>vencer e marca os vencidos; parceiro com documento obrigatorio
      *>vencido fica bloqueado (CSBHP020) na carga da Saida, na
      *>cotacao de frete CSBH02031Q e na premiacao de cotacao
      *>CSBH03032A.
      *>=====================================================================
       01  fdcp-documento-parceiro.
           03 fdcp-chave-1.
              05 fdcp-tipo-parceiro               pic  x(01).
                 88 fdcp-parceiro-transportadora              value "T".
                 88 fdcp-parceiro-fornecedor                  value "F".
              05 fdcp-cd-parceiro                 pic  9(09).
                 *>FK: feisd-cd-transpordadora / fdfnc-cd-fornecedor
              05 fdcp-tipo-documento              pic  x(04).
                 88 fdcp-doc-antt                             value "ANTT".
                 88 fdcp-doc-seguro-carga                     value "SEGC".
                 88 fdcp-doc-licenciamento                    value "LICV".
                 88 fdcp-doc-certidao-negativa                value "CND ".
                 88 fdcp-doc-licenca-sanitaria                value "LSAN".
                 88 fdcp-doc-certificacao                     value "CERQ".
              05 fdcp-placa                       pic  x(08).
                 *>FK: fvcl-placa - so no licenciamento de veiculo.
           03 fdcp-nr-documento                   pic  x(30).
           03 fdcp-data-emissao                   pic  9(08).
           03 fdcp-data-vencimento                pic  9(08).
           03 fdcp-id-obrigatorio                 pic  x(01).
              88 fdcp-obrigatorio                             value "S".
           03 fdcp-situacao                       pic  x(01).
              88 fdcp-situacao-valido                         value "V".
              88 fdcp-situacao-a-vencer                       value "A".
              88 fdcp-situacao-vencido                        value "E".
           03 fdcp-data-aviso                     pic  9(08).
              *>Dia em que o aviso de vencimento proximo saiu (o
              *>aviso nao se repete); zero = ainda nao avisado.
           03 fdcp-dt-atualizacao.
              05 fdcp-dt-atualizacao-ano          pic  9(04).
              05 fdcp-dt-atualizacao-mes          pic  9(02).
              05 fdcp-dt-atualizacao-dia          pic  9(02).
           03 fdcp-hr-atualizacao.
              05 fdcp-hr-atualizacao-hora         pic  9(02).
              05 fdcp-hr-atualizacao-minuto       pic  9(02).
              05 fdcp-hr-atualizacao-segundo      pic  9(02).
           03 fdcp-job-origem                     pic  x(10).
