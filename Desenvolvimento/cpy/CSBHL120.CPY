*>
       9000-abrir-i-CSBHD120 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD120.CAD" delimited by size into wid-csbh120
            open input CSBHD120
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD120" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD120 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD120.CAD" delimited by size into wid-csbh120
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD120
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD120" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD120 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD120.CAD" delimited by size into wid-csbh120
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD120
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD120" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD120-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD120.
*>
*>
       9000-ler-CSBHD120-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD120 previous.
*>
*>
       9000-ler-CSBHD120-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD120 next.
*>
*>
       9000-str-CSBHD120-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD120
                key is equal fsuc-chave-1.
*>
*>
       9000-str-CSBHD120-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD120
                key is greater fsuc-chave-1.
*>
*>
       9000-str-CSBHD120-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD120
                key is not greater fsuc-chave-1.
*>
*>
       9000-str-CSBHD120-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD120
                key is less fsuc-chave-1.
*>
*>
       9000-ler-CSBHD120-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD120 with ignore lock.
*>
*>
       9000-ler-CSBHD120-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD120 previous with ignore lock.
*>
*>
       9000-ler-CSBHD120-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD120 next with ignore lock.
*>
*>
       9000-gravar-CSBHD120 section.
            write fsuc-sucessao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD120" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD120 section.
            rewrite fsuc-sucessao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD120" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD120 section.
            delete CSBHD120
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD120" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
