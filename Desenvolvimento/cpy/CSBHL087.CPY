*>
       9000-abrir-i-CSBHD087 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD087.CAD" delimited by size into wid-csbh087
            open input CSBHD087
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD087" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD087 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD087.CAD" delimited by size into wid-csbh087
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD087
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD087" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD087 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD087.CAD" delimited by size into wid-csbh087
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD087
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD087" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD087-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD087.
*>
*>
       9000-ler-CSBHD087-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD087 previous.
*>
*>
       9000-ler-CSBHD087-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD087 next.
*>
*>
       9000-str-CSBHD087-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD087
                key is equal frtn-chave-1.
*>
*>
       9000-str-CSBHD087-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD087
                key is greater frtn-chave-1.
*>
*>
       9000-str-CSBHD087-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD087
                key is not greater frtn-chave-1.
*>
*>
       9000-str-CSBHD087-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD087
                key is less frtn-chave-1.
*>
*>
       9000-ler-CSBHD087-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD087 with ignore lock.
*>
*>
       9000-ler-CSBHD087-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD087 previous with ignore lock.
*>
*>
       9000-ler-CSBHD087-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD087 next with ignore lock.
*>
*>
       9000-gravar-CSBHD087 section.
            write frtn-regra-retencao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD087" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD087 section.
            rewrite frtn-regra-retencao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD087" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD087 section.
            delete CSBHD087
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD087" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
