      *>FD          : CSBHF131.CPY
       SELECT CSBHD131 Assign to disk wid-csbh131
              organization    is indexed
              access mode     is dynamic
              record key      is fkpi-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
