      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF112.CPY
      *>Select      : CSBHS112.CPY
      *>CSBHL       : CSBHL112.CPY
      *>Nome Físico : CSBHD112.CAD
      *>Area Negocio: "Expedição"
      *>Descricao   : "Sinistro de Transporte"
      *>
      *>        SELECT CSBHD112 Assign to disk wid-csbh112
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fsin-chave-1
      *>               alternate key   is fsin-chave-2 with duplicates
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD112.

      *>=====================================================================
      *>Nome Lógico : sinistro de transporte
      *>Área Negócio: Expedição
      *>GerarIndex  : sim
      *>
      *>Reclamacao contra a transportadora por avaria, extravio ou roubo
      *>de mercadoria em transito, aberta pela transacao CSBH03074S a
      *>partir da ocorrencia de entrega (CSBHD025) da Saida. O valor
      *>reclamado e a soma das linhas afetadas da Saida (CSBHD004,
      *>quantidade afetada x valor unitario da linha). Aceito pela
      *>transportadora, o sinistro e recuperado na forma escolhida no
      *>aceite: "F" = abatido dos proximos titulos de frete da
      *>transportadora gerados pela conciliacao CSBH03013C
      *>(ftcp-valor-abatido); "T" = fica a receber no proprio sinistro
      *>ate o recebimento ser informado na transacao. Recuperado o
      *>valor inteiro, o sinistro fica pago. O CSBH02083R lista os
      *>sinistros por transportadora, situacao e idade.
      *>=====================================================================
       01  fsin-sinistro.
           03 fsin-chave-1.
              05 fsin-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fsin-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fsin-cd-sinistro                 pic  9(09).
           03 fsin-chave-2.
              05 fsin-cd-transportadora           pic  9(09).
                 *>FK: fesd-cd-transportadora
           03 fsin-cd-saida                       pic  9(09).
              *>FK: fesd-cd-saida
           03 fsin-sequencia-ocorrencia           pic  9(04).
              *>FK: focr-sequencia
           03 fsin-tipo                           pic  x(01).
              88 fsin-tipo-avaria                             value "A".
              88 fsin-tipo-extravio                           value "E".
              88 fsin-tipo-roubo                              value "R".
           03 fsin-situacao                       pic  x(01).
              88 fsin-situacao-aberto                         value "A".
              88 fsin-situacao-aceito                         value "C".
              88 fsin-situacao-recusado                       value "R".
              88 fsin-situacao-pago                           value "P".
           03 fsin-forma-recuperacao              pic  x(01).
              88 fsin-recupera-fatura-frete                   value "F".
              88 fsin-recupera-titulo-receber                 value "T".
           03 fsin-evidencia                      pic  x(80).
              *>Referencia das provas (fotos, laudo, boletim de
              *>ocorrencia, canhoto ressalvado).
           03 fsin-qtde-linhas                    pic  9(03).
           03 fsin-valor-reclamado                pic s9(11)v99.
           03 fsin-valor-recuperado               pic s9(11)v99.
           03 fsin-data-abertura                  pic  9(08).
           03 fsin-data-decisao                   pic  9(08).
           03 fsin-data-recuperacao               pic  9(08).
              *>Ultimo abatimento ou recebimento.
           03 fsin-cd-titulo-abatimento           pic  9(09).
              *>Ultimo titulo de frete (CSBHD041) que abateu o sinistro.
           03 fsin-cd-operador                    pic  x(08).
           03 fsin-motivo-decisao                 pic  x(40).
           03 fsin-dt-atualizacao.
              05 fsin-dt-atualizacao-ano          pic  9(04).
              05 fsin-dt-atualizacao-mes          pic  9(02).
              05 fsin-dt-atualizacao-dia          pic  9(02).
           03 fsin-hr-atualizacao.
              05 fsin-hr-atualizacao-hora         pic  9(02).
              05 fsin-hr-atualizacao-minuto       pic  9(02).
              05 fsin-hr-atualizacao-segundo      pic  9(02).
           03 fsin-job-origem                     pic  x(10).
