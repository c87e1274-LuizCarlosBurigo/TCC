      *>FD          : CSBHF127.CPY
       SELECT CSBHD127 Assign to disk wid-csbh127
              organization    is indexed
              access mode     is dynamic
              record key      is fatv-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
