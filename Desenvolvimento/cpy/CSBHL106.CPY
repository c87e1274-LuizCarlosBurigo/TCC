*>
       9000-abrir-i-CSBHD106 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD106.CAD" delimited by size into wid-csbh106
            open input CSBHD106
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD106" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD106 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD106.CAD" delimited by size into wid-csbh106
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD106
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD106" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD106 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD106.CAD" delimited by size into wid-csbh106
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD106
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD106" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD106-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD106.
*>
*>
       9000-ler-CSBHD106-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD106 previous.
*>
*>
       9000-ler-CSBHD106-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD106 next.
*>
*>
       9000-str-CSBHD106-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD106
                key is equal farm-chave-1.
*>
*>
       9000-str-CSBHD106-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD106
                key is greater farm-chave-1.
*>
*>
       9000-str-CSBHD106-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD106
                key is not greater farm-chave-1.
*>
*>
       9000-str-CSBHD106-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD106
                key is less farm-chave-1.
*>
*>
       9000-ler-CSBHD106-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD106 with ignore lock.
*>
*>
       9000-ler-CSBHD106-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD106 previous with ignore lock.
*>
*>
       9000-ler-CSBHD106-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD106 next with ignore lock.
*>
*>
       9000-gravar-CSBHD106 section.
            write farm-tarefa-armazenagem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD106" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD106 section.
            rewrite farm-tarefa-armazenagem
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD106" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD106 section.
            delete CSBHD106
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD106" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
