      *>FD          : CSBHF119.CPY
       SELECT CSBHD119 Assign to disk wid-csbh119
              organization    is indexed
              access mode     is dynamic
              record key      is fprp-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
