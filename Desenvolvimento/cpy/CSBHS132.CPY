      *>FD          : CSBHF132.CPY
       SELECT CSBHD132 Assign to disk wid-csbh132
              organization    is indexed
              access mode     is dynamic
              record key      is ftit-chave-1
              alternate key   is ftit-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
