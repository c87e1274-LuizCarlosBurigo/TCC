      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF126.CPY
      *>Select      : CSBHS126.CPY
      *>CSBHL       : CSBHL126.CPY
      *>Nome Físico : CSBHD126.CAD
      *>Area Negocio: "Operação"
      *>Descricao   : "Perfil de Acesso"
      *>
      *>        SELECT CSBHD126 Assign to disk wid-csbh126
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpfa-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD126.

      *>=====================================================================
      *>Nome Lógico : perfil de acesso
      *>Área Negócio: Operação
      *>GerarIndex  : sim
      *>
      *>Perfil de acesso (papel): o conjunto de funcoes que um operador
      *>recebe ao ter o perfil atribuido em CSBHD035 (ate tres perfis
      *>por operador), carregado por PERFIL_ACESSO.CSV em CSBH01001C.
      *>Com perfil atribuido, o CSBH03018A autoriza pelas funcoes dos
      *>perfis e nao mais pelas permissoes individuais do operador.
      *>Funcao = letra da funcao protegida (M, P, F, R, C, G) ou codigo
      *>de atividade de documento (ex.: RQCA aprovar requisicao); os
      *>pares de atividades incompativeis ficam em CSBHD128.
      *>=====================================================================
       01  fpfa-perfil-acesso.
           03 fpfa-chave-1.
              05 fpfa-cd-perfil                   pic  x(08).
           03 fpfa-ds-perfil                      pic  x(40).
           03 fpfa-qtde-funcoes                   pic  9(02).
           03 fpfa-lista-funcoes.
              05 fpfa-funcoes                     occurs 20 times.
                 07 fpfa-cd-funcao                pic  x(04).
           03 fpfa-situacao                       pic  x(01).
              88 fpfa-situacao-ativa                          value "A".
              88 fpfa-situacao-inativa                        value "I".
           03 fpfa-dt-atualizacao.
              05 fpfa-dt-atualizacao-ano          pic  9(04).
              05 fpfa-dt-atualizacao-mes          pic  9(02).
              05 fpfa-dt-atualizacao-dia          pic  9(02).
           03 fpfa-hr-atualizacao.
              05 fpfa-hr-atualizacao-hora         pic  9(02).
              05 fpfa-hr-atualizacao-minuto       pic  9(02).
              05 fpfa-hr-atualizacao-segundo      pic  9(02).
           03 fpfa-job-origem                     pic  x(10).
