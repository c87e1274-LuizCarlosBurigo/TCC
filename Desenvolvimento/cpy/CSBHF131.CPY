      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF131.CPY
      *>Select      : CSBHS131.CPY
      *>CSBHL       : CSBHL131.CPY
      *>Nome Físico : CSBHD131.CAD
      *>Area Negocio: "Gerencial"
      *>Descricao   : "Histórico de Indicadores (KPI)"
      *>
      *>        SELECT CSBHD131 Assign to disk wid-csbh131
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fkpi-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD131.

      *>=====================================================================
      *>Nome Lógico : historico diario de indicadores operacionais
      *>Área Negócio: Gerencial
      *>GerarIndex  : sim
      *>
      *>Fotografia diaria, por empresa/filial, dos indicadores gravados
      *>pelo job CSBH03089K a partir dos arquivos vivos (pendencias,
      *>atendimento de pedidos, titulos vencidos, valor do estoque,
      *>RMAs, entregas sem POD, fila de inspecao). Um registro por
      *>indicador e dia; a reexecucao no mesmo dia regrava o dia. Lido
      *>pela tendencia CSBH02091R e exportado inteiro, a cada execucao,
      *>em CSBH03089K.CSV para a ferramenta de BI.
      *>=====================================================================
       01  fkpi-indicador.
           03 fkpi-chave-1.
              05 fkpi-cd-empresa                  pic  9(03).
              05 fkpi-cd-filial                   pic  9(03).
              05 fkpi-data                        pic  9(08).
              05 fkpi-cd-indicador                pic  x(20).
           03 fkpi-vl-indicador                   pic s9(13)v99.
           03 fkpi-dt-atualizacao.
              05 fkpi-dt-atualizacao-ano          pic  9(04).
              05 fkpi-dt-atualizacao-mes          pic  9(02).
              05 fkpi-dt-atualizacao-dia          pic  9(02).
           03 fkpi-hr-atualizacao.
              05 fkpi-hr-atualizacao-hora         pic  9(02).
              05 fkpi-hr-atualizacao-minuto       pic  9(02).
              05 fkpi-hr-atualizacao-segundo      pic  9(02).
           03 fkpi-job-origem                     pic  x(10).
