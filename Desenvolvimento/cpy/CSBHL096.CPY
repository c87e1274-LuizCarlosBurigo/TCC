*>
       9000-abrir-i-CSBHD096 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD096.CAD" delimited by size into wid-csbh096
            open input CSBHD096
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD096" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD096 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD096.CAD" delimited by size into wid-csbh096
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD096
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD096" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD096 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD096.CAD" delimited by size into wid-csbh096
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD096
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD096" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD096-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD096.
*>
*>
       9000-ler-CSBHD096-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD096 previous.
*>
*>
       9000-ler-CSBHD096-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD096 next.
*>
*>
       9000-str-CSBHD096-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD096
                key is equal fdlc-chave-1.
*>
*>
       9000-str-CSBHD096-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD096
                key is greater fdlc-chave-1.
*>
*>
       9000-str-CSBHD096-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD096
                key is not greater fdlc-chave-1.
*>
*>
       9000-str-CSBHD096-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD096
                key is less fdlc-chave-1.
*>
*>
       9000-ler-CSBHD096-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD096 with ignore lock.
*>
*>
       9000-ler-CSBHD096-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD096 previous with ignore lock.
*>
*>
       9000-ler-CSBHD096-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD096 next with ignore lock.
*>
*>
       9000-gravar-CSBHD096 section.
            write fdlc-lancamento-contabil
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD096" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD096 section.
            rewrite fdlc-lancamento-contabil
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD096" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD096 section.
            delete CSBHD096
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD096" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
