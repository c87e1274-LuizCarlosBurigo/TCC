*>
       9000-abrir-i-CSBHD112 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD112.CAD" delimited by size into wid-csbh112
            open input CSBHD112
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD112" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD112 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD112.CAD" delimited by size into wid-csbh112
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD112
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD112" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD112 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD112.CAD" delimited by size into wid-csbh112
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD112
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD112" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD112-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD112.
*>
*>
       9000-ler-CSBHD112-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD112 previous.
*>
*>
       9000-ler-CSBHD112-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD112 next.
*>
*>
       9000-str-CSBHD112-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is equal fsin-chave-1.
*>
*>
       9000-str-CSBHD112-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is greater fsin-chave-1.
*>
*>
       9000-str-CSBHD112-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is not greater fsin-chave-1.
*>
*>
       9000-str-CSBHD112-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is less fsin-chave-1.
*>
*>
       9000-str-CSBHD112-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is equal fsin-chave-2.
*>
*>
       9000-str-CSBHD112-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is greater fsin-chave-2.
*>
*>
       9000-str-CSBHD112-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is not greater fsin-chave-2.
*>
*>
       9000-str-CSBHD112-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD112
                key is less fsin-chave-2.
*>
*>
       9000-ler-CSBHD112-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD112 with ignore lock.
*>
*>
       9000-ler-CSBHD112-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD112 previous with ignore lock.
*>
*>
       9000-ler-CSBHD112-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD112 next with ignore lock.
*>
*>
       9000-gravar-CSBHD112 section.
            write fsin-sinistro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD112" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD112 section.
            rewrite fsin-sinistro
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD112" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD112 section.
            delete CSBHD112
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD112" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
