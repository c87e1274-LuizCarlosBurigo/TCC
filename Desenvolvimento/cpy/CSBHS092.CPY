      *>FD          : CSBHF092.CPY
       SELECT CSBHD092 Assign to disk wid-csbh092
              organization    is indexed
              access mode     is dynamic
              record key      is fcpg-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
