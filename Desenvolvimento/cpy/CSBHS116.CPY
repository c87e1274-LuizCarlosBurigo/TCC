      *>FD          : CSBHF116.CPY
       SELECT CSBHD116 Assign to disk wid-csbh116
              organization    is indexed
              access mode     is dynamic
              record key      is ftri-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
