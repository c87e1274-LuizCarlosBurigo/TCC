      *>FD          : CSBHF130.CPY
       SELECT CSBHD130 Assign to disk wid-csbh130
              organization    is indexed
              access mode     is dynamic
              record key      is fpng-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
