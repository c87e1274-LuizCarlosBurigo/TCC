      *>FD          : CSBHF129.CPY
       SELECT CSBHD129 Assign to disk wid-csbh129
              organization    is indexed
              access mode     is dynamic
              record key      is flbc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
