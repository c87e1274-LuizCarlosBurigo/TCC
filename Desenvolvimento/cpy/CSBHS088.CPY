      *>FD          : CSBHF088.CPY
       SELECT CSBHD088 Assign to disk wid-csbh088
              organization    is indexed
              access mode     is dynamic
              record key      is fpfc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
