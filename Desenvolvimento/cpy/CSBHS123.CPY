      *>FD          : CSBHF123.CPY
       SELECT CSBHD123 Assign to disk wid-csbh123
              organization    is indexed
              access mode     is dynamic
              record key      is fage-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
