      *>FD          : CSBHF089.CPY
       SELECT CSBHD089 Assign to disk wid-csbh089
              organization    is indexed
              access mode     is dynamic
              record key      is fcbc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
