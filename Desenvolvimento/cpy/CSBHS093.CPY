      *>FD          : CSBHF093.CPY
       SELECT CSBHD093 Assign to disk wid-csbh093
              organization    is indexed
              access mode     is dynamic
              record key      is fpcb-chave-1
              lock mode       is manual
              file status     is ws-resultado-acesso.
