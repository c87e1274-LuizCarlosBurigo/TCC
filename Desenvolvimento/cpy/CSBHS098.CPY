      *>FD          : CSBHF098.CPY
       SELECT CSBHD098 Assign to disk wid-csbh098
              organization    is indexed
              access mode     is dynamic
              record key      is fvrb-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
