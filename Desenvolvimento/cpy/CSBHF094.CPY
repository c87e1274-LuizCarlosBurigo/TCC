      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF094.CPY
      *>Select      : CSBHS094.CPY
      *>CSBHL       : CSBHL094.CPY
      *>Nome Físico : CSBHD094.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Credito de Cliente (adiantamento)"
      *>
      *>        SELECT CSBHD094 Assign to disk wid-csbh094
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fadt-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD094.

      *>=====================================================================
      *>Nome Lógico : credito de cliente
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Dinheiro do cliente recebido sem titulo para quitar: o
      *>adiantamento (pago antes do faturamento) e o recebimento nao
      *>aplicado (linha sem titulo identificavel, ou o que sobra de um
      *>valor maior que a parcela). Nasce na baixa CSBH03024R, um
      *>registro por recebimento, e e consumido pela aplicacao de
      *>credito (transacao CSBH03065A ou faturamento CSBH03014F com
      *>lnk-consome-credito), sempre pela copy CSBHP015. O saldo livre
      *>(valor - aplicado) de todos os creditos do cliente fica
      *>espelhado em fcrd-saldo-credito (CSBHD030) e abate a
      *>exposicao na checagem de limite.
      *>=====================================================================
       01  fadt-credito-cliente.
           03 fadt-chave-1.
              05 fadt-cd-cliente                  pic  9(09).
                 *>FK: fdcli-cd-cliente
              05 fadt-sequencia                   pic  9(05).
           03 fadt-cd-empresa                     pic  9(03).
           03 fadt-cd-filial                      pic  9(03).
           03 fadt-tipo                           pic  x(01).
              88 fadt-tipo-adiantamento                       value "A".
              88 fadt-tipo-nao-aplicado                       value "N".
           03 fadt-cd-titulo-origem               pic  9(09).
              *>Titulo informado na linha do recebimento (zero no
              *>adiantamento).
           03 fadt-data-recebimento               pic  9(08).
           03 fadt-valor                          pic s9(11)v99.
           03 fadt-valor-aplicado                 pic s9(11)v99.
           03 fadt-data-ultima-aplicacao          pic  9(08).
           03 fadt-situacao                       pic  x(01).
              88 fadt-situacao-aberto                         value "A".
              88 fadt-situacao-aplicado                       value "T".
           03 fadt-dt-atualizacao.
              05 fadt-dt-atualizacao-ano          pic  9(04).
              05 fadt-dt-atualizacao-mes          pic  9(02).
              05 fadt-dt-atualizacao-dia          pic  9(02).
           03 fadt-hr-atualizacao.
              05 fadt-hr-atualizacao-hora         pic  9(02).
              05 fadt-hr-atualizacao-minuto       pic  9(02).
              05 fadt-hr-atualizacao-segundo      pic  9(02).
           03 fadt-job-origem                     pic  x(10).
