      *>FD          : CSBHF084.CPY
       SELECT CSBHD084 Assign to disk wid-csbh084
              organization    is indexed
              access mode     is dynamic
              record key      is fdii-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
