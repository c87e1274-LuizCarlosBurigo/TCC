      *> identificado em lnk-cd-operador aprova a requisicao pendente
      *> de CSBHD053 - desde que o valor estimado caiba na sua alcada
      *> (fopr-valor-limite-aprovacao, CSBHD035). A tentativa e
      *> conferida e trilhada pelo CSBH03018A (funcao "M", atividade
      *> RQCA sobre a requisicao - quem incluiu a requisicao, RQCI, nao
      *> a aprova nem rejeita quando o par esta em CSBHD128) e a
      *> alteracao fica no historico de cadastro (CSBHD036). Segue o
      *> modelo de subprograma chamavel de CSBH03002M.
      *>=====================================================================
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03033A".
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            initialize                             ws-aut-parametros
            move "M"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            move "RQCA"                            to ws-aut-cd-atividade
            initialize                             ws-atv-documento
            move lnk-apr-cd-empresa                to ws-atv-doc-cd-empresa
            move lnk-apr-cd-filial                 to ws-atv-doc-cd-filial
            move lnk-apr-cd-requisicao             to ws-atv-doc-numero
            move ws-atv-documento                  to ws-aut-documento
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
