      *>FD          : CSBHF122.CPY
       SELECT CSBHD122 Assign to disk wid-csbh122
              organization    is indexed
              access mode     is dynamic
              record key      is fprm-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
