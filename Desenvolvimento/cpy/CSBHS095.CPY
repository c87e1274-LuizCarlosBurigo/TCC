      *>FD          : CSBHF095.CPY
       SELECT CSBHD095 Assign to disk wid-csbh095
              organization    is indexed
              access mode     is dynamic
              record key      is frgc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
