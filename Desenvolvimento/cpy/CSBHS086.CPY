      *>FD          : CSBHF086.CPY
       SELECT CSBHD086 Assign to disk wid-csbh086
              organization    is indexed
              access mode     is dynamic
              record key      is fnfr-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
