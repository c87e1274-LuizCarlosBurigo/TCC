      *>FD          : CSBHF083.CPY
       SELECT CSBHD083 Assign to disk wid-csbh083
              organization    is indexed
              access mode     is dynamic
              record key      is fcam-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
