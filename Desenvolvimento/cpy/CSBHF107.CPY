      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF107.CPY
      *>Select      : CSBHS107.CPY
      *>CSBHL       : CSBHL107.CPY
      *>Nome Físico : CSBHD107.CAD
      *>Area Negocio: "Expedição"
      *>Descricao   : "Onda de Separação"
      *>
      *>        SELECT CSBHD107 Assign to disk wid-csbh107
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fond-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD107.

      *>=====================================================================
      *>Nome Lógico : onda de separacao
      *>Área Negócio: Expedição
      *>GerarIndex  : sim
      *>
      *>Onda de separacao: as Saidas liberadas do dia agrupadas por
      *>rota (CSBHD027, pela cidade de destino) e pelo horario de
      *>corte da rota (CSBHD075). Gerada pelo batch CSBH03073B, que
      *>imprime um unico caminho de coleta consolidado por onda e a
      *>folha de distribuicao por Saida (put-to-order); as linhas das
      *>Saidas que compoem a onda ficam em CSBHD108. A confirmacao de
      *>picking CSBH03031P aceita a quantidade separada no nivel da
      *>onda e fecha a onda quando todas as linhas estao confirmadas.
      *>=====================================================================
       01  fond-onda-separacao.
           03 fond-chave-1.
              05 fond-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fond-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja
              05 fond-cd-onda                     pic  9(09).
           03 fond-data-onda                      pic  9(08).
           03 fond-cd-rota                        pic  9(04).
              *>FK: frot-cd-rota (CSBHD027); 9999 = destino sem rota
              *>cadastrada.
           03 fond-hora-corte                     pic  9(04).
              *>Horario de corte da rota (hhmm, fcrt-hora-corte);
              *>zero = rota sem calendario ou sem corte.
           03 fond-qtde-saidas                    pic  9(05).
           03 fond-qtde-linhas                    pic  9(05).
           03 fond-situacao                       pic  x(01).
              88 fond-situacao-aberta                         value "A".
              88 fond-situacao-confirmada                     value "C".
           03 fond-dt-atualizacao.
              05 fond-dt-atualizacao-ano          pic  9(04).
              05 fond-dt-atualizacao-mes          pic  9(02).
              05 fond-dt-atualizacao-dia          pic  9(02).
           03 fond-hr-atualizacao.
              05 fond-hr-atualizacao-hora         pic  9(02).
              05 fond-hr-atualizacao-minuto       pic  9(02).
              05 fond-hr-atualizacao-segundo      pic  9(02).
           03 fond-job-origem                     pic  x(10).
