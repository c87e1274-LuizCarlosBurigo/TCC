*>
       9000-abrir-i-CSBHD099 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD099.CAD" delimited by size into wid-csbh099
            open input CSBHD099
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD099" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD099 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD099.CAD" delimited by size into wid-csbh099
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD099
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD099" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD099 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD099.CAD" delimited by size into wid-csbh099
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD099
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD099" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD099-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD099.
*>
*>
       9000-ler-CSBHD099-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD099 previous.
*>
*>
       9000-ler-CSBHD099-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD099 next.
*>
*>
       9000-str-CSBHD099-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD099
                key is equal fcfn-chave-1.
*>
*>
       9000-str-CSBHD099-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD099
                key is greater fcfn-chave-1.
*>
*>
       9000-str-CSBHD099-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD099
                key is not greater fcfn-chave-1.
*>
*>
       9000-str-CSBHD099-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD099
                key is less fcfn-chave-1.
*>
*>
       9000-ler-CSBHD099-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD099 with ignore lock.
*>
*>
       9000-ler-CSBHD099-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD099 previous with ignore lock.
*>
*>
       9000-ler-CSBHD099-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD099 next with ignore lock.
*>
*>
       9000-gravar-CSBHD099 section.
            write fcfn-consignado
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD099" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD099 section.
            rewrite fcfn-consignado
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD099" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD099 section.
            delete CSBHD099
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD099" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
