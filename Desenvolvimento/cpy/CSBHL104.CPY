*>
       9000-abrir-i-CSBHD104 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD104.CAD" delimited by size into wid-csbh104
            open input CSBHD104
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD104" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD104 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD104.CAD" delimited by size into wid-csbh104
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD104
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD104" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD104 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD104.CAD" delimited by size into wid-csbh104
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD104
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD104" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD104-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD104.
*>
*>
       9000-ler-CSBHD104-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD104 previous.
*>
*>
       9000-ler-CSBHD104-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD104 next.
*>
*>
       9000-str-CSBHD104-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is equal fagd-chave-1.
*>
*>
       9000-str-CSBHD104-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is greater fagd-chave-1.
*>
*>
       9000-str-CSBHD104-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is not greater fagd-chave-1.
*>
*>
       9000-str-CSBHD104-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is less fagd-chave-1.
*>
*>
       9000-str-CSBHD104-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is equal fagd-chave-2.
*>
*>
       9000-str-CSBHD104-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is greater fagd-chave-2.
*>
*>
       9000-str-CSBHD104-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is not greater fagd-chave-2.
*>
*>
       9000-str-CSBHD104-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD104
                key is less fagd-chave-2.
*>
*>
       9000-ler-CSBHD104-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD104 with ignore lock.
*>
*>
       9000-ler-CSBHD104-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD104 previous with ignore lock.
*>
*>
       9000-ler-CSBHD104-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD104 next with ignore lock.
*>
*>
       9000-gravar-CSBHD104 section.
            write fagd-agendamento-doca
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD104" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD104 section.
            rewrite fagd-agendamento-doca
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD104" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD104 section.
            delete CSBHD104
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD104" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
