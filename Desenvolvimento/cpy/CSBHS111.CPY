      *>FD          : CSBHF111.CPY
       SELECT CSBHD111 Assign to disk wid-csbh111
              organization    is indexed
              access mode     is dynamic
              record key      is fdpe-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
