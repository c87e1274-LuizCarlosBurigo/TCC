      *>FD          : CSBHF080.CPY
       SELECT CSBHD080 Assign to disk wid-csbh080
              organization    is indexed
              access mode     is dynamic
              record key      is fpcr-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
