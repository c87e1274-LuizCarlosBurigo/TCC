      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF111.CPY
      *>Select      : CSBHS111.CPY
      *>CSBHL       : CSBHL111.CPY
      *>Nome Físico : CSBHD111.CAD
      *>Area Negocio: "Expedição"
      *>Descricao   : "Divergência de Peso no Embarque"
      *>
      *>        SELECT CSBHD111 Assign to disk wid-csbh111
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fdpe-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD111.

      *>=====================================================================
      *>Nome Lógico : divergencia de peso
      *>Área Negócio: Expedição
      *>GerarIndex  : sim
      *>
      *>Pesagem de balanca recusada na conferencia de embarque
      *>(CSBH03042C): o peso do caminhao ficou fora da tolerancia do
      *>peso esperado da Saida - soma de quantidade x peso do cadastro
      *>mestre (CSBHD044) das linhas, mais a tara de embalagem de cada
      *>volume (CSBHD063). Uma linha por tentativa recusada, com a
      *>transportadora da Saida; o relatorio CSBH02081R lista as
      *>divergencias por transportadora e por separador (CSBHD050).
      *>=====================================================================
       01  fdpe-divergencia-peso.
           03 fdpe-chave-1.
              05 fdpe-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fdpe-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fdpe-cd-saida                    pic  9(09).
                 *>FK: fesd-cd-saida
              05 fdpe-sequencia                   pic  9(05).
           03 fdpe-cd-transportadora              pic  9(09).
              *>FK: fesd-cd-transportadora
           03 fdpe-data-pesagem                   pic  9(08).
           03 fdpe-hora-pesagem                   pic  9(06).
           03 fdpe-peso-balanca-kg                pic  9(06)v999.
           03 fdpe-peso-esperado-kg               pic  9(06)v999.
           03 fdpe-tara-kg                        pic  9(06)v999.
              *>Parte do peso esperado que e tara dos volumes.
           03 fdpe-diferenca-kg                   pic s9(06)v999.
              *>Balanca menos esperado: negativo = faltou peso.
           03 fdpe-percentual-diferenca           pic s9(03)v99.
           03 fdpe-percentual-tolerancia          pic  9(02)v99.
           03 fdpe-qtde-volumes                   pic  9(04).
           03 fdpe-cd-operador                    pic  x(08).
              *>Conferente do portao.
           03 fdpe-dt-atualizacao.
              05 fdpe-dt-atualizacao-ano          pic  9(04).
              05 fdpe-dt-atualizacao-mes          pic  9(02).
              05 fdpe-dt-atualizacao-dia          pic  9(02).
           03 fdpe-hr-atualizacao.
              05 fdpe-hr-atualizacao-hora         pic  9(02).
              05 fdpe-hr-atualizacao-minuto       pic  9(02).
              05 fdpe-hr-atualizacao-segundo      pic  9(02).
           03 fdpe-job-origem                     pic  x(10).
