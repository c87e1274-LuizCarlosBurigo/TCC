      *>FD          : CSBHF112.CPY
       SELECT CSBHD112 Assign to disk wid-csbh112
              organization    is indexed
              access mode     is dynamic
              record key      is fsin-chave-1
              alternate key   is fsin-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
