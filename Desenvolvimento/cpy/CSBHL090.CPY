*>
       9000-abrir-i-CSBHD090 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD090.CAD" delimited by size into wid-csbh090
            open input CSBHD090
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD090" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD090 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD090.CAD" delimited by size into wid-csbh090
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD090
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD090" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD090 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD090.CAD" delimited by size into wid-csbh090
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD090
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD090" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD090-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD090.
*>
*>
       9000-ler-CSBHD090-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD090 previous.
*>
*>
       9000-ler-CSBHD090-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD090 next.
*>
*>
       9000-str-CSBHD090-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD090
                key is equal fexb-chave-1.
*>
*>
       9000-str-CSBHD090-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD090
                key is greater fexb-chave-1.
*>
*>
       9000-str-CSBHD090-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD090
                key is not greater fexb-chave-1.
*>
*>
       9000-str-CSBHD090-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD090
                key is less fexb-chave-1.
*>
*>
       9000-ler-CSBHD090-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD090 with ignore lock.
*>
*>
       9000-ler-CSBHD090-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD090 previous with ignore lock.
*>
*>
       9000-ler-CSBHD090-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD090 next with ignore lock.
*>
*>
       9000-gravar-CSBHD090 section.
            write fexb-extrato-bancario
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD090" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD090 section.
            rewrite fexb-extrato-bancario
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD090" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD090 section.
            delete CSBHD090
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD090" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
