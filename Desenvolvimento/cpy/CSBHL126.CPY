*>
       9000-abrir-i-CSBHD126 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD126.CAD" delimited by size into wid-csbh126
            open input CSBHD126
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD126" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD126 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD126.CAD" delimited by size into wid-csbh126
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD126
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD126" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD126 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD126.CAD" delimited by size into wid-csbh126
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD126
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD126" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD126-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD126.
*>
*>
       9000-ler-CSBHD126-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD126 previous.
*>
*>
       9000-ler-CSBHD126-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD126 next.
*>
*>
       9000-str-CSBHD126-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD126
                key is equal fpfa-chave-1.
*>
*>
       9000-str-CSBHD126-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD126
                key is greater fpfa-chave-1.
*>
*>
       9000-str-CSBHD126-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD126
                key is not greater fpfa-chave-1.
*>
*>
       9000-str-CSBHD126-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD126
                key is less fpfa-chave-1.
*>
*>
       9000-ler-CSBHD126-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD126 with ignore lock.
*>
*>
       9000-ler-CSBHD126-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD126 previous with ignore lock.
*>
*>
       9000-ler-CSBHD126-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD126 next with ignore lock.
*>
*>
       9000-gravar-CSBHD126 section.
            write fpfa-perfil-acesso
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD126" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD126 section.
            rewrite fpfa-perfil-acesso
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD126" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD126 section.
            delete CSBHD126
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD126" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
