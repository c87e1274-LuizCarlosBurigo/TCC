      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF130.CPY
      *>Select      : CSBHS130.CPY
      *>CSBHL       : CSBHL130.CPY
      *>Nome Físico : CSBHD130.CAD
      *>Area Negocio: "Administracao"
      *>Descricao   : "Parâmetros de Negócio"
      *>
      *>        SELECT CSBHD130 Assign to disk wid-csbh130
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpng-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD130.

      *>=====================================================================
      *>Nome Lógico : parametros de negocio dos relatorios e jobs
      *>Área Negócio: Administracao
      *>GerarIndex  : sim
      *>
      *>Limites e prazos de politica (janela de inatividade, dias de
      *>atraso, tolerancias, limite de provisao...) lidos na partida
      *>pelos relatorios e jobs (secao 9860 de CSBHP025), mantidos pela
      *>transacao CSBH03088M. Empresa/filial zeradas = valor geral da
      *>empresa toda; empresa com filial zero = valor da empresa; as
      *>duas informadas = valor da filial. A busca vai da filial para o
      *>geral e, sem registro nenhum, vale o padrao do proprio programa.
      *>=====================================================================
       01  fpng-parametro.
           03 fpng-chave-1.
              05 fpng-cd-parametro                pic  x(30).
              05 fpng-cd-empresa                  pic  9(03).
              05 fpng-cd-filial                   pic  9(03).
           03 fpng-ds-parametro                   pic  x(60).
           03 fpng-vl-parametro                   pic s9(11)v99.
           03 fpng-dt-atualizacao.
              05 fpng-dt-atualizacao-ano          pic  9(04).
              05 fpng-dt-atualizacao-mes          pic  9(02).
              05 fpng-dt-atualizacao-dia          pic  9(02).
           03 fpng-hr-atualizacao.
              05 fpng-hr-atualizacao-hora         pic  9(02).
              05 fpng-hr-atualizacao-minuto       pic  9(02).
              05 fpng-hr-atualizacao-segundo      pic  9(02).
           03 fpng-job-origem                     pic  x(10).
