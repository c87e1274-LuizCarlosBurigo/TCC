      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF114.CPY
      *>Select      : CSBHS114.CPY
      *>CSBHL       : CSBHL114.CPY
      *>Nome Físico : CSBHD114.CAD
      *>Area Negocio: "Qualidade"
      *>Descricao   : "Nao Conformidade de Fornecedor (RNC)"
      *>
      *>        SELECT CSBHD114 Assign to disk wid-csbh114
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is frnc-chave-1
      *>               alternate key   is frnc-chave-2 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD114.

      *>=====================================================================
      *>Nome Lógico : nao conformidade de fornecedor
      *>Área Negócio: Qualidade
      *>GerarIndex  : sim
      *>
      *>Registro de nao conformidade (RNC) aberto automaticamente pela
      *>decisao de inspecao CSBH03037Q a cada lote rejeitado, ligado ao
      *>fornecedor, a Entrada, ao produto e ao lote da inspecao
      *>(CSBHD058). A transacao CSBH03076N registra a acao de contencao
      *>e a acao corretiva do fornecedor, cada uma com seu prazo, troca
      *>o responsavel e encerra a RNC. O CSBH02084R acompanha as RNCs
      *>abertas por fornecedor e idade, destacando a reincidencia
      *>(mesmo fornecedor e defeito em 12 meses); o job diario
      *>CSBH03075V notifica a RNC aberta com prazo vencido.
      *>=====================================================================
       01  frnc-nao-conformidade.
           03 frnc-chave-1.
              05 frnc-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 frnc-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 frnc-cd-rnc                      pic  9(09).
           03 frnc-chave-2.
              05 frnc-cd-fornecedor               pic  9(09).
                 *>FK: fdfnc-cd-fornecedor
              05 frnc-data-abertura               pic  9(08).
           03 frnc-cd-entrada                     pic  9(09).
              *>FK: fdfnc-cd-entrada
           03 frnc-cd-produto                     pic  9(09).
              *>FK: fprd-cd-produto
           03 frnc-sequencia                      pic  9(09).
              *>FK: fisp-sequencia
           03 frnc-lote                           pic  x(80).
           03 frnc-categoria-defeito              pic  x(04).
              88 frnc-defeito-avaria                          value "AVAR".
              88 frnc-defeito-dimensional                     value "DIME".
              88 frnc-defeito-embalagem                       value "EMBA".
              88 frnc-defeito-especificacao                   value "ESPE".
              88 frnc-defeito-documentacao                    value "DOCU".
              88 frnc-defeito-validade                        value "VALI".
              88 frnc-defeito-outros                          value "OUTR".
           03 frnc-qtde-afetada                   pic  9(09).
           03 frnc-situacao                       pic  x(01).
              88 frnc-situacao-aberta                         value "A".
              88 frnc-situacao-contida                        value "C".
              88 frnc-situacao-encerrada                      value "E".
              88 frnc-situacao-pendente                       value "A" "C".
           03 frnc-acao-contencao                 pic  x(80).
           03 frnc-data-limite-contencao          pic  9(08).
           03 frnc-data-contencao                 pic  9(08).
           03 frnc-acao-corretiva                 pic  x(80).
              *>Acao corretiva informada pelo fornecedor.
           03 frnc-data-limite-corretiva          pic  9(08).
           03 frnc-data-encerramento              pic  9(08).
           03 frnc-cd-responsavel                 pic  x(08).
              *>Dono da RNC; na abertura, o operador que rejeitou o lote.
           03 frnc-data-aviso-atraso              pic  9(08).
              *>Dia em que o atraso foi notificado (o aviso nao se
              *>repete enquanto o prazo nao mudar); zero = nao avisado.
           03 frnc-dt-atualizacao.
              05 frnc-dt-atualizacao-ano          pic  9(04).
              05 frnc-dt-atualizacao-mes          pic  9(02).
              05 frnc-dt-atualizacao-dia          pic  9(02).
           03 frnc-hr-atualizacao.
              05 frnc-hr-atualizacao-hora         pic  9(02).
              05 frnc-hr-atualizacao-minuto       pic  9(02).
              05 frnc-hr-atualizacao-segundo      pic  9(02).
           03 frnc-job-origem                     pic  x(10).
