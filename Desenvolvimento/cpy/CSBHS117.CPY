      *>FD          : CSBHF117.CPY
       SELECT CSBHD117 Assign to disk wid-csbh117
              organization    is indexed
              access mode     is dynamic
              record key      is frup-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
