      *>FD          : CSBHF118.CPY
       SELECT CSBHD118 Assign to disk wid-csbh118
              organization    is indexed
              access mode     is dynamic
              record key      is fvpd-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
