      *> isso ficam fora do saldo por lote - uma devolucao em prateleira
      *> aparece como sobra de contagem, que e exatamente o que o
      *> inventario deve apontar.
      *> A contagem e fisica e confronta o saldo fisico; o relatorio
      *> mostra ao lado quanto dele e estoque consignado de fornecedor
      *> (CSBHD099, controlado por produto/filial, sem lote - limitado
      *> ao livro da linha) e o proprio, que e o restante.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS008.
           COPY CSBHS021.
           COPY CSBHS073.
           COPY CSBHS099.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF008.
           COPY CSBHF021.
           COPY CSBHF073.
           COPY CSBHF099.

           fd   trace-log.
           01   log-registro.
           03 ws-variacao                          pic s9(09) value zeroes.
           03 ws-saldo-edt                         pic -(9).
           03 ws-variacao-edt                      pic -(9).
           03 ws-qtde-consignada                   pic s9(09) value zeroes.
           03 ws-qtde-propria                      pic s9(09) value zeroes.
           03 ws-consignada-edt                    pic -(9).
           03 ws-propria-edt                       pic -(9).
           03 ws-id-fim-consignado                 pic x(01) value spaces.
              88 ws-fim-consignado                           value "S".
           03 ws-id-consignado-aberto              pic x(01) value spaces.
              88 ws-consignado-aberto                        value "S".
           03 ws-qtde-linhas-contadas              pic 9(05) value zeroes.
           03 ws-qtde-com-variacao                 pic 9(05) value zeroes.

            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD073
            perform 9000-controle-abertura
      *> Sem cadastro de consignado o relatorio sai com a coluna zerada.
            perform 9000-abrir-i-CSBHD099
            if   ws-operacao-ok
                 move "S"                          to ws-id-consignado-aberto
            else
                 initialize                        whs-mensagem
                 move "00"                         to ws-resultado-acesso
            end-if

            if   processamento-sem-erro
                 open output relatorio
                 close CSBHD008
                 close CSBHD004
                 close CSBHD073
                 if   ws-consignado-aberto
                      close CSBHD099
                 end-if
            end-if

            move "2000-processamento - Fim"     to ws-ds-tracelog
                   delimited by size into rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Contagem   Produto    Filial  Contado    Livro      Variacao   Consignado Proprio"
                   delimited by size into rel-linha
            write rel-linha
           .
            perform 2300-calcula-saldo-livro
            compute ws-variacao =
                    ws-cta-qtdade-contada - ws-saldo-livro
            perform 2310-calcula-consignado

            move ws-saldo-livro                    to ws-saldo-edt
            move ws-variacao                       to ws-variacao-edt
            move ws-qtde-consignada                to ws-consignada-edt
            move ws-qtde-propria                   to ws-propria-edt
            move spaces                            to rel-linha
            string ws-cta-cd-contagem " " ws-cta-cd-produto
                   " " ws-cta-cd-filial "     " ws-cta-qtdade-contada
                   " " ws-saldo-edt " " ws-variacao-edt
                   "  " ws-consignada-edt " " ws-propria-edt
                   delimited by size into rel-linha
            write rel-linha

       2300-exit.
            exit.
      *>=====================================================================
      *> Consignado do produto na filial (todos os fornecedores); como
      *> CSBHD099 nao tem lote, a parte consignada da linha fica
      *> limitada ao livro dela.
       2310-calcula-consignado section.
       2310.
            move zeroes                            to ws-qtde-consignada
            move ws-saldo-livro                    to ws-qtde-propria
            if   not ws-consignado-aberto
                 exit section
            end-if
            initialize                             fcfn-chave-1
            move ws-cta-cd-empresa                 to fcfn-cd-empresa
            move ws-cta-cd-filial                  to fcfn-cd-filial
            move ws-cta-cd-produto                 to fcfn-cd-produto
            perform 9000-str-CSBHD099-gtr
            move spaces                            to ws-id-fim-consignado
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-consignado
            end-if
            perform until ws-fim-consignado
                 perform 9000-ler-CSBHD099-next
                 if   not ws-operacao-ok
                 or   fcfn-cd-empresa not equal ws-cta-cd-empresa
                 or   fcfn-cd-filial  not equal ws-cta-cd-filial
                 or   fcfn-cd-produto not equal ws-cta-cd-produto
                      move "S"                     to ws-id-fim-consignado
                 else
                      add fcfn-qtde-saldo          to ws-qtde-consignada
                 end-if
            end-perform
            if   ws-qtde-consignada > ws-saldo-livro
                 move ws-saldo-livro               to ws-qtde-consignada
            end-if
            if   ws-qtde-consignada < zeroes
                 move zeroes                       to ws-qtde-consignada
            end-if
            compute ws-qtde-propria = ws-saldo-livro - ws-qtde-consignada
            move "00"                              to ws-resultado-acesso
           .
       2310-exit.
            exit.
      *>=====================================================================
      *> Grava (ou regrava) o ajuste pendente da linha contada: mesmo
      *> numero de contagem e sequencia, tipo "J", com a variacao
      *> apurada - reprocessar o relatorio recalcula o mesmo ajuste em
       COPY CSBHL008.
       COPY CSBHL021.
       COPY CSBHL073.
       COPY CSBHL099.
