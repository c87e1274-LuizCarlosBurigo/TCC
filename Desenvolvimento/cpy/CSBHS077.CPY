      *>FD          : CSBHF077.CPY
       SELECT CSBHD077 Assign to disk wid-csbh077
              organization    is indexed
              access mode     is dynamic
              record key      is fnat-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
