      *>FD          : CSBHF087.CPY
       SELECT CSBHD087 Assign to disk wid-csbh087
              organization    is indexed
              access mode     is dynamic
              record key      is frtn-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
