      *>FD          : CSBHF110.CPY
       SELECT CSBHD110 Assign to disk wid-csbh110
              organization    is indexed
              access mode     is dynamic
              record key      is fmlp-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
