      *>FD          : CSBHF081.CPY
       SELECT CSBHD081 Assign to disk wid-csbh081
              organization    is indexed
              access mode     is dynamic
              record key      is fcmd-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
