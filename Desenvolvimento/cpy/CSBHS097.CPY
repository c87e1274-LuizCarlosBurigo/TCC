      *>FD          : CSBHF097.CPY
       SELECT CSBHD097 Assign to disk wid-csbh097
              organization    is indexed
              access mode     is dynamic
              record key      is fpvf-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
