*>
       9000-abrir-i-CSBHD085 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD085.CAD" delimited by size into wid-csbh085
            open input CSBHD085
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD085" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD085 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD085.CAD" delimited by size into wid-csbh085
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD085
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD085" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD085 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD085.CAD" delimited by size into wid-csbh085
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD085
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD085" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD085-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD085.
*>
*>
       9000-ler-CSBHD085-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD085 previous.
*>
*>
       9000-ler-CSBHD085-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD085 next.
*>
*>
       9000-str-CSBHD085-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD085
                key is equal fpfr-chave-1.
*>
*>
       9000-str-CSBHD085-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD085
                key is greater fpfr-chave-1.
*>
*>
       9000-str-CSBHD085-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD085
                key is not greater fpfr-chave-1.
*>
*>
       9000-str-CSBHD085-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD085
                key is less fpfr-chave-1.
*>
*>
       9000-ler-CSBHD085-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD085 with ignore lock.
*>
*>
       9000-ler-CSBHD085-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD085 previous with ignore lock.
*>
*>
       9000-ler-CSBHD085-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD085 next with ignore lock.
*>
*>
       9000-gravar-CSBHD085 section.
            write fpfr-produto-fornecedor
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD085" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD085 section.
            rewrite fpfr-produto-fornecedor
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD085" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD085 section.
            delete CSBHD085
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD085" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
