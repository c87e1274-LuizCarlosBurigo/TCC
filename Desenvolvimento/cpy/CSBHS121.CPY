      *>FD          : CSBHF121.CPY
       SELECT CSBHD121 Assign to disk wid-csbh121
              organization    is indexed
              access mode     is dynamic
              record key      is fcvd-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
