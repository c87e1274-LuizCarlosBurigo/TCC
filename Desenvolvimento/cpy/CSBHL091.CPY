*>
       9000-abrir-i-CSBHD091 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD091.CAD" delimited by size into wid-csbh091
            open input CSBHD091
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD091" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD091 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD091.CAD" delimited by size into wid-csbh091
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD091
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD091" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD091 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD091.CAD" delimited by size into wid-csbh091
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD091
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD091" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD091-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD091.
*>
*>
       9000-ler-CSBHD091-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD091 previous.
*>
*>
       9000-ler-CSBHD091-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD091 next.
*>
*>
       9000-str-CSBHD091-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD091
                key is equal fbxr-chave-1.
*>
*>
       9000-str-CSBHD091-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD091
                key is greater fbxr-chave-1.
*>
*>
       9000-str-CSBHD091-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD091
                key is not greater fbxr-chave-1.
*>
*>
       9000-str-CSBHD091-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD091
                key is less fbxr-chave-1.
*>
*>
       9000-ler-CSBHD091-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD091 with ignore lock.
*>
*>
       9000-ler-CSBHD091-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD091 previous with ignore lock.
*>
*>
       9000-ler-CSBHD091-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD091 next with ignore lock.
*>
*>
       9000-gravar-CSBHD091 section.
            write fbxr-baixa-receber
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD091" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD091 section.
            rewrite fbxr-baixa-receber
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD091" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD091 section.
            delete CSBHD091
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD091" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
