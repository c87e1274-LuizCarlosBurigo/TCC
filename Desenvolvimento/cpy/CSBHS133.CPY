      *>FD          : CSBHF133.CPY
       SELECT CSBHD133 Assign to disk wid-csbh133
              organization    is indexed
              access mode     is dynamic
              record key      is fcex-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
