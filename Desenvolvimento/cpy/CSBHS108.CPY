      *>FD          : CSBHF108.CPY
       SELECT CSBHD108 Assign to disk wid-csbh108
              organization    is indexed
              access mode     is dynamic
              record key      is fion-chave-1
              alternate key   is fion-chave-2
              lock mode       is manual
              file status     is ws-resultado-acesso.
