      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF091.CPY
      *>Select      : CSBHS091.CPY
      *>CSBHL       : CSBHL091.CPY
      *>Nome Físico : CSBHD091.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Baixa de Titulo a Receber"
      *>
      *>        SELECT CSBHD091 Assign to disk wid-csbh091
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fbxr-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD091.

      *>=====================================================================
      *>Nome Lógico : baixa de titulo a receber
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Cada recebimento aplicado pelo CSBH03024R a um titulo de
      *>CSBHD040, com a data e o valor da linha do arquivo de
      *>recebimentos - o titulo so guarda o acumulado. E o lado
      *>"livro" dos creditos na conciliacao bancaria CSBH03063C.
      *>=====================================================================
       01  fbxr-baixa-receber.
           03 fbxr-chave-1.
              05 fbxr-cd-empresa                  pic  9(03).
              05 fbxr-cd-filial                   pic  9(03).
              05 fbxr-cd-titulo                   pic  9(09).
              05 fbxr-sequencia                   pic  9(07).
                 *>Corre pelo titulo; no titulo zero (recebimento sem
                 *>titulo, so credito) corre pela empresa/filial.
           03 fbxr-parcela                        pic  9(02).
              *>Parcela (ftcr-parcela) do titulo baixado; a sequencia
              *>corre pelo titulo inteiro.
           03 fbxr-cd-cliente                     pic  9(09).
           03 fbxr-data-pagamento                 pic  9(08).
           03 fbxr-valor                          pic s9(11)v99.
           03 fbxr-valor-encargos                 pic s9(11)v99.
              *>Multa e juros de mora recebidos junto (ftcr-valor-
              *>encargos-pago); o credito no banco e valor + encargos.
           03 fbxr-valor-credito                  pic s9(11)v99.
              *>Parte que foi para o credito do cliente (CSBHD094):
              *>positiva no recebimento sem titulo (titulo zero) ou
              *>acima da parcela; negativa na aplicacao de credito ao
              *>titulo, que nao passa pelo banco e ja nasce conciliada.
              *>O credito no banco e valor + encargos + credito.
           03 fbxr-data-conciliacao               pic  9(08).
           03 fbxr-dt-atualizacao.
              05 fbxr-dt-atualizacao-ano          pic  9(04).
              05 fbxr-dt-atualizacao-mes          pic  9(02).
              05 fbxr-dt-atualizacao-dia          pic  9(02).
           03 fbxr-hr-atualizacao.
              05 fbxr-hr-atualizacao-hora         pic  9(02).
              05 fbxr-hr-atualizacao-minuto       pic  9(02).
              05 fbxr-hr-atualizacao-segundo      pic  9(02).
           03 fbxr-job-origem                     pic  x(10).
