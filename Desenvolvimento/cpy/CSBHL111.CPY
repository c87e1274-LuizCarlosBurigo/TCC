*>
       9000-abrir-i-CSBHD111 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD111.CAD" delimited by size into wid-csbh111
            open input CSBHD111
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD111" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD111 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD111.CAD" delimited by size into wid-csbh111
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD111
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD111" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD111 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD111.CAD" delimited by size into wid-csbh111
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD111
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD111" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD111-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD111.
*>
*>
       9000-ler-CSBHD111-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD111 previous.
*>
*>
       9000-ler-CSBHD111-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD111 next.
*>
*>
       9000-str-CSBHD111-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD111
                key is equal fdpe-chave-1.
*>
*>
       9000-str-CSBHD111-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD111
                key is greater fdpe-chave-1.
*>
*>
       9000-str-CSBHD111-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD111
                key is not greater fdpe-chave-1.
*>
*>
       9000-str-CSBHD111-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD111
                key is less fdpe-chave-1.
*>
*>
       9000-ler-CSBHD111-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD111 with ignore lock.
*>
*>
       9000-ler-CSBHD111-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD111 previous with ignore lock.
*>
*>
       9000-ler-CSBHD111-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD111 next with ignore lock.
*>
*>
       9000-gravar-CSBHD111 section.
            write fdpe-divergencia-peso
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD111" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD111 section.
            rewrite fdpe-divergencia-peso
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD111" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD111 section.
            delete CSBHD111
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD111" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
