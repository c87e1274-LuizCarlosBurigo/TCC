*>
       9000-abrir-i-CSBHD077 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD077.CAD" delimited by size into wid-csbh077
            open input CSBHD077
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD077" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD077 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD077.CAD" delimited by size into wid-csbh077
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD077
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD077" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD077 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD077.CAD" delimited by size into wid-csbh077
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD077
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD077" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD077-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD077.
*>
*>
       9000-ler-CSBHD077-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD077 previous.
*>
*>
       9000-ler-CSBHD077-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD077 next.
*>
*>
       9000-str-CSBHD077-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD077
                key is equal fnat-chave-1.
*>
*>
       9000-str-CSBHD077-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD077
                key is greater fnat-chave-1.
*>
*>
       9000-str-CSBHD077-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD077
                key is not greater fnat-chave-1.
*>
*>
       9000-str-CSBHD077-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD077
                key is less fnat-chave-1.
*>
*>
       9000-ler-CSBHD077-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD077 with ignore lock.
*>
*>
       9000-ler-CSBHD077-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD077 previous with ignore lock.
*>
*>
       9000-ler-CSBHD077-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD077 next with ignore lock.
*>
*>
       9000-gravar-CSBHD077 section.
            write fnat-natureza-operacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD077" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD077 section.
            rewrite fnat-natureza-operacao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD077" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD077 section.
            delete CSBHD077
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD077" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
