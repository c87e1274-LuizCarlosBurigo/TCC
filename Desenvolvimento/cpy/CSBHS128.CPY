      *>FD          : CSBHF128.CPY
       SELECT CSBHD128 Assign to disk wid-csbh128
              organization    is indexed
              access mode     is dynamic
              record key      is fcft-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
