      *>FD          : CSBHF103.CPY
       SELECT CSBHD103 Assign to disk wid-csbh103
              organization    is indexed
              access mode     is dynamic
              record key      is fasn-chave-1
              alternate key   is fasn-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
