      *>FD          : CSBHF106.CPY
       SELECT CSBHD106 Assign to disk wid-csbh106
              organization    is indexed
              access mode     is dynamic
              record key      is farm-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
