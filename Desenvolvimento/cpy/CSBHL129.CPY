*>
       9000-abrir-i-CSBHD129 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD129.CAD" delimited by size into wid-csbh129
            open input CSBHD129
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD129" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD129 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD129.CAD" delimited by size into wid-csbh129
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD129
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD129" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD129 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD129.CAD" delimited by size into wid-csbh129
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD129
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD129" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD129-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD129.
*>
*>
       9000-ler-CSBHD129-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD129 previous.
*>
*>
       9000-ler-CSBHD129-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD129 next.
*>
*>
       9000-str-CSBHD129-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD129
                key is equal flbc-chave-1.
*>
*>
       9000-str-CSBHD129-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD129
                key is greater flbc-chave-1.
*>
*>
       9000-str-CSBHD129-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD129
                key is not greater flbc-chave-1.
*>
*>
       9000-str-CSBHD129-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD129
                key is less flbc-chave-1.
*>
*>
       9000-ler-CSBHD129-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD129 with ignore lock.
*>
*>
       9000-ler-CSBHD129-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD129 previous with ignore lock.
*>
*>
       9000-ler-CSBHD129-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD129 next with ignore lock.
*>
*>
       9000-gravar-CSBHD129 section.
            write flbc-liberacao-credito
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD129" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD129 section.
            rewrite flbc-liberacao-credito
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD129" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD129 section.
            delete CSBHD129
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD129" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
