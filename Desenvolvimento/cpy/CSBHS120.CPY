      *>FD          : CSBHF120.CPY
       SELECT CSBHD120 Assign to disk wid-csbh120
              organization    is indexed
              access mode     is dynamic
              record key      is fsuc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
