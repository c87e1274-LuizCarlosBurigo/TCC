              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03001P".
