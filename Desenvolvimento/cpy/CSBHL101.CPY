*>
       9000-abrir-i-CSBHD101 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD101.CAD" delimited by size into wid-csbh101
            open input CSBHD101
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD101" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD101 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD101.CAD" delimited by size into wid-csbh101
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD101
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD101" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD101 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD101.CAD" delimited by size into wid-csbh101
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD101
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD101" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD101-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD101.
*>
*>
       9000-ler-CSBHD101-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD101 previous.
*>
*>
       9000-ler-CSBHD101-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD101 next.
*>
*>
       9000-str-CSBHD101-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD101
                key is equal fomk-chave-1.
*>
*>
       9000-str-CSBHD101-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD101
                key is greater fomk-chave-1.
*>
*>
       9000-str-CSBHD101-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD101
                key is not greater fomk-chave-1.
*>
*>
       9000-str-CSBHD101-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD101
                key is less fomk-chave-1.
*>
*>
       9000-ler-CSBHD101-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD101 with ignore lock.
*>
*>
       9000-ler-CSBHD101-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD101 previous with ignore lock.
*>
*>
       9000-ler-CSBHD101-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD101 next with ignore lock.
*>
*>
       9000-gravar-CSBHD101 section.
            write fomk-ordem-montagem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD101" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD101 section.
            rewrite fomk-ordem-montagem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD101" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD101 section.
            delete CSBHD101
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD101" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
