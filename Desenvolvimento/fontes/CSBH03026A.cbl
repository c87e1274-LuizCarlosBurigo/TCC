      *> data. Funcao protegida no molde do purge e do fechamento: a
      *> permissao de pagamento do operador e conferida (e a trilha de
      *> acesso gravada) pelo CSBH03018A, funcao "G", antes de qualquer
      *> arquivo ser tocado - com a atividade TPGA sobre o titulo, para
      *> que quem gerou o titulo (TPGI) nao o autorize quando o par esta
      *> em CSBHD128; a alteracao fica no historico de cadastro
      *> (CSBHD036). Segue o modelo de subprograma chamavel de
      *> CSBH03002M.
      *>=====================================================================
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03026A".
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0024.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
            initialize                             ws-aut-parametros
            move "G"                              to ws-aut-funcao
            move este-programa                     to ws-aut-programa
            move "TPGA"                            to ws-aut-cd-atividade
            initialize                             ws-atv-documento
            move lnk-apg-cd-empresa                to ws-atv-doc-cd-empresa
            move lnk-apg-cd-filial                 to ws-atv-doc-cd-filial
            move lnk-apg-cd-titulo                 to ws-atv-doc-numero
            move ws-atv-documento                  to ws-aut-documento
            call "CSBH03018A" using linkage-parametros
                                    ws-aut-parametros
            if   not ws-aut-autorizado
