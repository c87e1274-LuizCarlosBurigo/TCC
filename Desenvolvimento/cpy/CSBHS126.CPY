      *>FD          : CSBHF126.CPY
       SELECT CSBHD126 Assign to disk wid-csbh126
              organization    is indexed
              access mode     is dynamic
              record key      is fpfa-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
