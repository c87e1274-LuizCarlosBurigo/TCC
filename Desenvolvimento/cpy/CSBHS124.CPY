      *>FD          : CSBHF124.CPY
       SELECT CSBHD124 Assign to disk wid-csbh124
              organization    is indexed
              access mode     is dynamic
              record key      is fcan-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
