      *>programas sensiveis (manutencao, purga, fechamento,
      *>restauracao) chamam o CSBH03018A na entrada, que confere a
      *>permissao do operador de lnk-cd-operador e grava a trilha de
      *>quem executou o que em CSBHACESSO.LOG. A permissao pode vir
      *>dos perfis de acesso atribuidos (CSBHD126) em vez das flags
      *>individuais - ver fopr-perfis.
      *>=====================================================================
       01  fopr-operador.
           03 fopr-chave-1.
              *>Alcada de aprovacao de requisicao de compra
              *>(CSBH03033A): o operador so aprova requisicoes com
              *>valor estimado ate este limite; zero = sem alcada.
           03 fopr-perfis.
              *>Perfis de acesso (CSBHD126) do operador. Com algum
              *>perfil preenchido o CSBH03018A autoriza pelas funcoes
              *>dos perfis ativos e as permissoes individuais acima
              *>deixam de valer; sem perfil vale o modelo antigo.
              05 fopr-cd-perfil                   pic  x(08)
                                                  occurs 3 times.
           03 fopr-situacao                       pic  x(01).
              88 fopr-situacao-ativa                          value "A".
              88 fopr-situacao-inativa                        value "I".
