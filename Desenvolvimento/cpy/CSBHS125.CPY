      *>FD          : CSBHF125.CPY
       SELECT CSBHD125 Assign to disk wid-csbh125
              organization    is indexed
              access mode     is dynamic
              record key      is fcfd-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
