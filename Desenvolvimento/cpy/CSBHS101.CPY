      *>FD          : CSBHF101.CPY
       SELECT CSBHD101 Assign to disk wid-csbh101
              organization    is indexed
              access mode     is dynamic
              record key      is fomk-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
