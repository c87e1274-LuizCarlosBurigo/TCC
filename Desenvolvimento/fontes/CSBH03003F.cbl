              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03003F".
            if   ws-fch-localizado
            or   ws-idx-fechamento-item <= ws-qtde-fechamento-item
                 add 1                               to ws-fch-qtde-entrada (ws-idx-fechamento-item)
      *> Entrada em consignacao nao e compra: o valor entra no mes do
      *> acerto (Entrada "A" do CSBH03069C); o frete e nosso e conta.
                 if   not fdetd-consignacao-entrada
                      add fdetd-total                to ws-fch-total-entrada (ws-idx-fechamento-item)
                 end-if
                 add fdetd-frete                     to ws-fch-total-frete-entrada (ws-idx-fechamento-item)
            end-if
           .
