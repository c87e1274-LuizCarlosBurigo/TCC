*>
       9000-abrir-i-CSBHD130 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD130.CAD" delimited by size into wid-csbh130
            open input CSBHD130
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD130" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD130 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD130.CAD" delimited by size into wid-csbh130
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD130
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD130" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD130 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD130.CAD" delimited by size into wid-csbh130
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD130
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD130" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD130-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD130.
*>
*>
       9000-ler-CSBHD130-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD130 previous.
*>
*>
       9000-ler-CSBHD130-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD130 next.
*>
*>
       9000-str-CSBHD130-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD130
                key is equal fpng-chave-1.
*>
*>
       9000-str-CSBHD130-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD130
                key is greater fpng-chave-1.
*>
*>
       9000-str-CSBHD130-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD130
                key is not greater fpng-chave-1.
*>
*>
       9000-str-CSBHD130-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD130
                key is less fpng-chave-1.
*>
*>
       9000-ler-CSBHD130-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD130 with ignore lock.
*>
*>
       9000-ler-CSBHD130-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD130 previous with ignore lock.
*>
*>
       9000-ler-CSBHD130-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD130 next with ignore lock.
*>
*>
       9000-gravar-CSBHD130 section.
            write fpng-parametro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD130" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD130 section.
            rewrite fpng-parametro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD130" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD130 section.
            delete CSBHD130
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD130" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
