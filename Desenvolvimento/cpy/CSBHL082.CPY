*>
       9000-abrir-i-CSBHD082 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD082.CAD" delimited by size into wid-csbh082
            open input CSBHD082
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD082" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD082 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD082.CAD" delimited by size into wid-csbh082
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD082
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD082" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD082 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD082.CAD" delimited by size into wid-csbh082
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD082
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD082" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD082-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD082.
*>
*>
       9000-ler-CSBHD082-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD082 previous.
*>
*>
       9000-ler-CSBHD082-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD082 next.
*>
*>
       9000-str-CSBHD082-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD082
                key is equal fdi-chave-1.
*>
*>
       9000-str-CSBHD082-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD082
                key is greater fdi-chave-1.
*>
*>
       9000-str-CSBHD082-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD082
                key is not greater fdi-chave-1.
*>
*>
       9000-str-CSBHD082-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD082
                key is less fdi-chave-1.
*>
*>
       9000-ler-CSBHD082-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD082 with ignore lock.
*>
*>
       9000-ler-CSBHD082-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD082 previous with ignore lock.
*>
*>
       9000-ler-CSBHD082-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD082 next with ignore lock.
*>
*>
       9000-gravar-CSBHD082 section.
            write fdi-declaracao-importacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD082" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD082 section.
            rewrite fdi-declaracao-importacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD082" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD082 section.
            delete CSBHD082
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD082" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
