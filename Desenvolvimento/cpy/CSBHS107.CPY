      *>FD          : CSBHF107.CPY
       SELECT CSBHD107 Assign to disk wid-csbh107
              organization    is indexed
              access mode     is dynamic
              record key      is fond-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
