*>
       9000-abrir-i-CSBHD103 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD103.CAD" delimited by size into wid-csbh103
            open input CSBHD103
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD103" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD103 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD103.CAD" delimited by size into wid-csbh103
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD103
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD103" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD103 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD103.CAD" delimited by size into wid-csbh103
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD103
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD103" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD103-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD103.
*>
*>
       9000-ler-CSBHD103-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD103 previous.
*>
*>
       9000-ler-CSBHD103-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD103 next.
*>
*>
       9000-str-CSBHD103-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is equal fasn-chave-1.
*>
*>
       9000-str-CSBHD103-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is greater fasn-chave-1.
*>
*>
       9000-str-CSBHD103-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is not greater fasn-chave-1.
*>
*>
       9000-str-CSBHD103-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is less fasn-chave-1.
*>
*>
       9000-str-CSBHD103-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is equal fasn-chave-2.
*>
*>
       9000-str-CSBHD103-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is greater fasn-chave-2.
*>
*>
       9000-str-CSBHD103-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is not greater fasn-chave-2.
*>
*>
       9000-str-CSBHD103-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD103
                key is less fasn-chave-2.
*>
*>
       9000-ler-CSBHD103-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD103 with ignore lock.
*>
*>
       9000-ler-CSBHD103-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD103 previous with ignore lock.
*>
*>
       9000-ler-CSBHD103-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD103 next with ignore lock.
*>
*>
       9000-gravar-CSBHD103 section.
            write fasn-aviso-embarque
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD103" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD103 section.
            rewrite fasn-aviso-embarque
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD103" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD103 section.
            delete CSBHD103
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD103" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
