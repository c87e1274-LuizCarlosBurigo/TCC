*>
       9000-abrir-i-CSBHD109 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD109.CAD" delimited by size into wid-csbh109
            open input CSBHD109
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD109" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD109 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD109.CAD" delimited by size into wid-csbh109
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD109
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD109" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD109 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD109.CAD" delimited by size into wid-csbh109
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD109
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD109" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD109-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD109.
*>
*>
       9000-ler-CSBHD109-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD109 previous.
*>
*>
       9000-ler-CSBHD109-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD109 next.
*>
*>
       9000-str-CSBHD109-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is equal flpn-chave-1.
*>
*>
       9000-str-CSBHD109-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is greater flpn-chave-1.
*>
*>
       9000-str-CSBHD109-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is not greater flpn-chave-1.
*>
*>
       9000-str-CSBHD109-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is less flpn-chave-1.
*>
*>
       9000-str-CSBHD109-eql-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is equal flpn-chave-2.
*>
*>
       9000-str-CSBHD109-gtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is greater flpn-chave-2.
*>
*>
       9000-str-CSBHD109-ngtr-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is not greater flpn-chave-2.
*>
*>
       9000-str-CSBHD109-lss-2 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is less flpn-chave-2.
*>
*>
       9000-str-CSBHD109-eql-3 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is equal flpn-chave-3.
*>
*>
       9000-str-CSBHD109-gtr-3 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is greater flpn-chave-3.
*>
*>
       9000-str-CSBHD109-ngtr-3 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is not greater flpn-chave-3.
*>
*>
       9000-str-CSBHD109-lss-3 section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD109
                key is less flpn-chave-3.
*>
*>
       9000-ler-CSBHD109-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD109 with ignore lock.
*>
*>
       9000-ler-CSBHD109-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD109 previous with ignore lock.
*>
*>
       9000-ler-CSBHD109-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD109 next with ignore lock.
*>
*>
       9000-gravar-CSBHD109 section.
            write flpn-palete
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD109" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD109 section.
            rewrite flpn-palete
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD109" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD109 section.
            delete CSBHD109
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD109" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
