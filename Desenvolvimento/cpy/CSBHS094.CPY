      *>FD          : CSBHF094.CPY
       SELECT CSBHD094 Assign to disk wid-csbh094
              organization    is indexed
              access mode     is dynamic
              record key      is fadt-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
