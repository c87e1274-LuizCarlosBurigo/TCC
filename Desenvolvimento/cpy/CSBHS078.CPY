      *>FD          : CSBHF078.CPY
       SELECT CSBHD078 Assign to disk wid-csbh078
              organization    is indexed
              access mode     is dynamic
              record key      is fst-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
