      *>FD          : CSBHF115.CPY
       SELECT CSBHD115 Assign to disk wid-csbh115
              organization    is indexed
              access mode     is dynamic
              record key      is fgar-chave-1
              alternate key   is fgar-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
