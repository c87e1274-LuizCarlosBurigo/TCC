      *>FD          : CSBHF100.CPY
       SELECT CSBHD100 Assign to disk wid-csbh100
              organization    is indexed
              access mode     is dynamic
              record key      is fcfm-chave-1
              alternate key   is fcfm-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
