*>
       9000-abrir-i-CSBHD083 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD083.CAD" delimited by size into wid-csbh083
            open input CSBHD083
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD083" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD083 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD083.CAD" delimited by size into wid-csbh083
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD083
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD083" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD083 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD083.CAD" delimited by size into wid-csbh083
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD083
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD083" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD083-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD083.
*>
*>
       9000-ler-CSBHD083-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD083 previous.
*>
*>
       9000-ler-CSBHD083-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD083 next.
*>
*>
       9000-str-CSBHD083-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD083
                key is equal fcam-chave-1.
*>
*>
       9000-str-CSBHD083-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD083
                key is greater fcam-chave-1.
*>
*>
       9000-str-CSBHD083-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD083
                key is not greater fcam-chave-1.
*>
*>
       9000-str-CSBHD083-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD083
                key is less fcam-chave-1.
*>
*>
       9000-ler-CSBHD083-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD083 with ignore lock.
*>
*>
       9000-ler-CSBHD083-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD083 previous with ignore lock.
*>
*>
       9000-ler-CSBHD083-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD083 next with ignore lock.
*>
*>
       9000-gravar-CSBHD083 section.
            write fcam-taxa-cambio
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD083" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD083 section.
            rewrite fcam-taxa-cambio
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD083" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD083 section.
            delete CSBHD083
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD083" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
