      *>FD          : CSBHF104.CPY
       SELECT CSBHD104 Assign to disk wid-csbh104
              organization    is indexed
              access mode     is dynamic
              record key      is fagd-chave-1
              alternate key   is fagd-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
