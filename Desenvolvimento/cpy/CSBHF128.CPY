      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF128.CPY
      *>Select      : CSBHS128.CPY
      *>CSBHL       : CSBHL128.CPY
      *>Nome Físico : CSBHD128.CAD
      *>Area Negocio: "Operação"
      *>Descricao   : "Conflito de Funções"
      *>
      *>        SELECT CSBHD128 Assign to disk wid-csbh128
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fcft-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD128.

      *>=====================================================================
      *>Nome Lógico : conflito de funcoes
      *>Área Negócio: Operação
      *>GerarIndex  : sim
      *>
      *>Pares de atividades que o mesmo operador nao pode executar
      *>sobre o mesmo documento (segregacao de funcoes), carregados por
      *>CONFLITO_FUNCAO.CSV em CSBH01001C. A carga grava o par nos dois
      *>sentidos (A x B e B x A) para o CSBH03018A achar os conflitos de
      *>uma atividade por start na chave; o relatorio trimestral
      *>CSBH02090R lista os operadores cujos perfis reunem os dois
      *>lados de um par.
      *>=====================================================================
       01  fcft-conflito-funcao.
           03 fcft-chave-1.
              05 fcft-cd-atividade                pic  x(04).
              05 fcft-cd-atividade-conflitante    pic  x(04).
           03 fcft-ds-conflito                    pic  x(60).
           03 fcft-situacao                       pic  x(01).
              88 fcft-situacao-ativa                          value "A".
              88 fcft-situacao-inativa                        value "I".
           03 fcft-dt-atualizacao.
              05 fcft-dt-atualizacao-ano          pic  9(04).
              05 fcft-dt-atualizacao-mes          pic  9(02).
              05 fcft-dt-atualizacao-dia          pic  9(02).
           03 fcft-hr-atualizacao.
              05 fcft-hr-atualizacao-hora         pic  9(02).
              05 fcft-hr-atualizacao-minuto       pic  9(02).
              05 fcft-hr-atualizacao-segundo      pic  9(02).
           03 fcft-job-origem                     pic  x(10).
