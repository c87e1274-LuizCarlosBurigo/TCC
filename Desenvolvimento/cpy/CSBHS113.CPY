      *>FD          : CSBHF113.CPY
       SELECT CSBHD113 Assign to disk wid-csbh113
              organization    is indexed
              access mode     is dynamic
              record key      is fdcp-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
