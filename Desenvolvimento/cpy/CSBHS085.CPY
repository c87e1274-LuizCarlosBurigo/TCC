      *>FD          : CSBHF085.CPY
       SELECT CSBHD085 Assign to disk wid-csbh085
              organization    is indexed
              access mode     is dynamic
              record key      is fpfr-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
