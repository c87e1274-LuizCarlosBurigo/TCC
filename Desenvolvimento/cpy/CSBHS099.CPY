      *>FD          : CSBHF099.CPY
       SELECT CSBHD099 Assign to disk wid-csbh099
              organization    is indexed
              access mode     is dynamic
              record key      is fcfn-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
