*>
       9000-abrir-i-CSBHD107 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD107.CAD" delimited by size into wid-csbh107
            open input CSBHD107
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD107" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD107 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD107.CAD" delimited by size into wid-csbh107
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD107
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD107" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD107 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD107.CAD" delimited by size into wid-csbh107
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD107
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD107" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD107-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD107.
*>
*>
       9000-ler-CSBHD107-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD107 previous.
*>
*>
       9000-ler-CSBHD107-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD107 next.
*>
*>
       9000-str-CSBHD107-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD107
                key is equal fond-chave-1.
*>
*>
       9000-str-CSBHD107-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD107
                key is greater fond-chave-1.
*>
*>
       9000-str-CSBHD107-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD107
                key is not greater fond-chave-1.
*>
*>
       9000-str-CSBHD107-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD107
                key is less fond-chave-1.
*>
*>
       9000-ler-CSBHD107-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD107 with ignore lock.
*>
*>
       9000-ler-CSBHD107-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD107 previous with ignore lock.
*>
*>
       9000-ler-CSBHD107-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD107 next with ignore lock.
*>
*>
       9000-gravar-CSBHD107 section.
            write fond-onda-separacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD107" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD107 section.
            rewrite fond-onda-separacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD107" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD107 section.
            delete CSBHD107
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD107" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
