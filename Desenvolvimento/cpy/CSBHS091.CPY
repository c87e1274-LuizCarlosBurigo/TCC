      *>FD          : CSBHF091.CPY
       SELECT CSBHD091 Assign to disk wid-csbh091
              organization    is indexed
              access mode     is dynamic
              record key      is fbxr-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
