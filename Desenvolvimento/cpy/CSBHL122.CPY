*>
       9000-abrir-i-CSBHD122 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD122.CAD" delimited by size into wid-csbh122
            open input CSBHD122
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD122" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD122 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD122.CAD" delimited by size into wid-csbh122
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD122
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD122" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD122 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD122.CAD" delimited by size into wid-csbh122
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD122
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD122" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD122-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD122.
*>
*>
       9000-ler-CSBHD122-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD122 previous.
*>
*>
       9000-ler-CSBHD122-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD122 next.
*>
*>
       9000-str-CSBHD122-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD122
                key is equal fprm-chave-1.
*>
*>
       9000-str-CSBHD122-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD122
                key is greater fprm-chave-1.
*>
*>
       9000-str-CSBHD122-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD122
                key is not greater fprm-chave-1.
*>
*>
       9000-str-CSBHD122-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD122
                key is less fprm-chave-1.
*>
*>
       9000-ler-CSBHD122-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD122 with ignore lock.
*>
*>
       9000-ler-CSBHD122-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD122 previous with ignore lock.
*>
*>
       9000-ler-CSBHD122-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD122 next with ignore lock.
*>
*>
       9000-gravar-CSBHD122 section.
            write fprm-promocao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD122" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD122 section.
            rewrite fprm-promocao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD122" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD122 section.
            delete CSBHD122
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD122" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
