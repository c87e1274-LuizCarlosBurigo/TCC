*>
       9000-abrir-i-CSBHD105 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD105.CAD" delimited by size into wid-csbh105
            open input CSBHD105
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de abertura (INPUT) arquivo CSBHD105" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-o-CSBHD105 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD105.CAD" delimited by size into wid-csbh105
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open output CSBHD105
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
                 string "9000-Erro de abertura (OUTPUT) arquivo CSBHD105" into whs-mensagem
            end-if.

*>
*>
       9000-abrir-io-CSBHD105 section.
*>--------------------------
*>
       9000-inicio.
            string lnk-dtbpath delimited by " "
                   "/CSBHD105.CAD" delimited by size into wid-csbh105
            move spaces                           to ws-resultado-acesso
            move zero                            to ws-retry-qtde-tentativas
            perform
              until ws-operacao-ok
                 or ws-retry-qtde-tentativas > c-retry-max-tentativas
                    open i-o CSBHD105
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
                 string "9000-Erro de abertura (I-O) arquivo CSBHD105" into whs-mensagem
            end-if.

*>
*>
       9000-ler-CSBHD105-ran section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD105.
*>
*>
       9000-ler-CSBHD105-pre section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD105 previous.
*>
*>
       9000-ler-CSBHD105-next section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD105 next.
*>
*>
       9000-str-CSBHD105-eql section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD105
                key is equal fpos-chave-1.
*>
*>
       9000-str-CSBHD105-gtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD105
                key is greater fpos-chave-1.
*>
*>
       9000-str-CSBHD105-ngtr section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD105
                key is not greater fpos-chave-1.
*>
*>
       9000-str-CSBHD105-lss section.
*>--------------------------
*>
       9000-inicio.
            start CSBHD105
                key is less fpos-chave-1.
*>
*>
       9000-ler-CSBHD105-ran-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD105 with ignore lock.
*>
*>
       9000-ler-CSBHD105-pre-iglock section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD105 previous with ignore lock.
*>
*>
       9000-ler-CSBHD105-next-ignore section.
*>--------------------------
*>
       9000-inicio.
            read CSBHD105 next with ignore lock.
*>
*>
       9000-gravar-CSBHD105 section.
            write fpos-posicao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de gravação arquivo CSBHD105" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-regravar-CSBHD105 section.
            rewrite fpos-posicao
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de regravação arquivo CSBHD105" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
*>
       9000-excluir-CSBHD105 section.
            delete CSBHD105
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 move ws-resultado-acesso          to ws-status
                 perform 9000-csbsp001-monta-status
                 string "9000-Erro de exclusão arquivo CSBHD105" into whs-mensagem
            end-if
            .
       9000-exit.
            exit.

*>
