*>
       9000-abrir-i-CSBHD133 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD133.CAD" delimited by size into wid-csbh133
            open input CSBHD133
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD133" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD133 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD133.CAD" delimited by size into wid-csbh133
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD133
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD133" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD133 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD133.CAD" delimited by size into wid-csbh133
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD133
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD133" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD133-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD133.
*>
*>
       9000-ler-CSBHD133-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD133 previous.
*>
*>
       9000-ler-CSBHD133-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD133 next.
*>
*>
       9000-str-CSBHD133-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD133
                key is equal fcex-chave-1.
*>
*>
       9000-str-CSBHD133-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD133
                key is greater fcex-chave-1.
*>
*>
       9000-str-CSBHD133-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD133
                key is not greater fcex-chave-1.
*>
*>
       9000-str-CSBHD133-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD133
                key is less fcex-chave-1.
*>
*>
       9000-ler-CSBHD133-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD133 with ignore lock.
*>
*>
       9000-ler-CSBHD133-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD133 previous with ignore lock.
*>
*>
       9000-ler-CSBHD133-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD133 next with ignore lock.
*>
*>
       9000-gravar-CSBHD133 section.
            write fcex-controle-execucao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD133" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD133 section.
            rewrite fcex-controle-execucao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD133" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD133 section.
            delete CSBHD133
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD133" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
