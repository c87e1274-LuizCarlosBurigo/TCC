      *>FD          : CSBHF105.CPY
       SELECT CSBHD105 Assign to disk wid-csbh105
              organization    is indexed
              access mode     is dynamic
              record key      is fpos-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
