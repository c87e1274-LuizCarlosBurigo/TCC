*>
       9000-abrir-i-CSBHD098 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD098.CAD" delimited by size into wid-csbh098
            open input CSBHD098
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD098" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD098 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD098.CAD" delimited by size into wid-csbh098
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD098
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD098" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD098 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD098.CAD" delimited by size into wid-csbh098
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD098
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD098" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD098-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD098.
*>
*>
       9000-ler-CSBHD098-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD098 previous.
*>
*>
       9000-ler-CSBHD098-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD098 next.
*>
*>
       9000-str-CSBHD098-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD098
                key is equal fvrb-chave-1.
*>
*>
       9000-str-CSBHD098-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD098
                key is greater fvrb-chave-1.
*>
*>
       9000-str-CSBHD098-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD098
                key is not greater fvrb-chave-1.
*>
*>
       9000-str-CSBHD098-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD098
                key is less fvrb-chave-1.
*>
*>
       9000-ler-CSBHD098-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD098 with ignore lock.
*>
*>
       9000-ler-CSBHD098-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD098 previous with ignore lock.
*>
*>
       9000-ler-CSBHD098-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD098 next with ignore lock.
*>
*>
       9000-gravar-CSBHD098 section.
            write fvrb-acordo-verba
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD098" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD098 section.
            rewrite fvrb-acordo-verba
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD098" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD098 section.
            delete CSBHD098
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD098" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
