      *>FD          : CSBHF096.CPY
       SELECT CSBHD096 Assign to disk wid-csbh096
              organization    is indexed
              access mode     is dynamic
              record key      is fdlc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
