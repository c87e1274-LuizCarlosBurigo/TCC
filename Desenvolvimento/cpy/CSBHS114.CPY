      *>FD          : CSBHF114.CPY
       SELECT CSBHD114 Assign to disk wid-csbh114
              organization    is indexed
              access mode     is dynamic
              record key      is frnc-chave-1
              alternate key   is frnc-chave-2 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
