*>
       9000-abrir-i-CSBHD110 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD110.CAD" delimited by size into wid-csbh110
            open input CSBHD110
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD110" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD110 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD110.CAD" delimited by size into wid-csbh110
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD110
                    if   not ws-operacao-ok
                         add 1                     to ws-retry-qtde-tentativas
                         if   ws-retry-qtde-tentativas <= c-retry-max-tentativas
                              move c-retry-intervalo-segundos to ws-retry-segundos
                              call "C$SLEEP" using ws-retry-segundos
                         end-if
                    end-if
            end-perform
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD110" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD110 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD110.CAD" delimited by size into wid-csbh110
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD110
                    if   not ws-operacao-ok
                         add 1                     to ws-retry-qtde-tentativas
                         if   ws-retry-qtde-tentativas <= c-retry-max-tentativas
                              move c-retry-intervalo-segundos to ws-retry-segundos
                              call "C$SLEEP" using ws-retry-segundos
                         end-if
                    end-if
            end-perform
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (I-O) arquivo CSBHD110" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD110-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD110.
*>
*>
       9000-ler-CSBHD110-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD110 previous.
*>
*>
       9000-ler-CSBHD110-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD110 next.
*>
*>
       9000-str-CSBHD110-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD110
                key is equal fmlp-chave-1.
*>
*>
       9000-str-CSBHD110-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD110
                key is greater fmlp-chave-1.
*>
*>
       9000-str-CSBHD110-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD110
                key is not greater fmlp-chave-1.
*>
*>
       9000-str-CSBHD110-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD110
                key is less fmlp-chave-1.
*>
*>
       9000-ler-CSBHD110-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD110 with ignore lock.
*>
*>
       9000-ler-CSBHD110-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD110 previous with ignore lock.
*>
*>
       9000-ler-CSBHD110-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD110 next with ignore lock.
*>
*>
       9000-gravar-CSBHD110 section.
            write fmlp-movimento-palete
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD110" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD110 section.
            rewrite fmlp-movimento-palete
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD110" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD110 section.
            delete CSBHD110
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD110" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
