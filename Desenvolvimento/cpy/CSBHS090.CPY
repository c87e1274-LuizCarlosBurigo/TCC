      *>FD          : CSBHF090.CPY
       SELECT CSBHD090 Assign to disk wid-csbh090
              organization    is indexed
              access mode     is dynamic
              record key      is fexb-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
