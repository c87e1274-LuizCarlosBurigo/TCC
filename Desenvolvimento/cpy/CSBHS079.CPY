      *>FD          : CSBHF079.CPY
       SELECT CSBHD079 Assign to disk wid-csbh079
              organization    is indexed
              access mode     is dynamic
              record key      is fapc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
