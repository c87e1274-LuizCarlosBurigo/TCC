      *>FD          : CSBHF102.CPY
       SELECT CSBHD102 Assign to disk wid-csbh102
              organization    is indexed
              access mode     is dynamic
              record key      is fomc-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
