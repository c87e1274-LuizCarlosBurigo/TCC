      *>FD          : CSBHF082.CPY
       SELECT CSBHD082 Assign to disk wid-csbh082
              organization    is indexed
              access mode     is dynamic
              record key      is fdi-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
