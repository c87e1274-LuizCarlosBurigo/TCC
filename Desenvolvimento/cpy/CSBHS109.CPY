      *>FD          : CSBHF109.CPY
       SELECT CSBHD109 Assign to disk wid-csbh109
              organization    is indexed
              access mode     is dynamic
              record key      is flpn-chave-1
              alternate key   is flpn-chave-2 with duplicates
              alternate key   is flpn-chave-3 with duplicates
              lock mode       is manual
              file status     is ws-resultado-acesso.
