      *> manutencao (CSBH03018A) e com a movimentacao registrada no
      *> historico de cadastro (CSBHD036). Segue o modelo de subprograma
      *> chamavel de CSBH03002M.
      *> Com lnk-tdp-cd-lpn preenchido quem se move e o palete inteiro
      *> (CSBHD109): produto, quantidade e deposito de origem vem do
      *> palete e voltam preenchidos no bloco de linkage. Deposito de
      *> destino diferente transfere o saldo como acima; deposito de
      *> destino zero mantem o deposito e so troca a posicao
      *> (corredor/prateleira/nivel de CSBHD105). O movimento entra no
      *> historico do palete (CSBHD110).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS036.
           COPY CSBHS048.
           COPY CSBHS049.
           COPY CSBHS074.
           COPY CSBHS109.
           COPY CSBHS110.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF036.
           COPY CSBHF048.
           COPY CSBHF049.
           COPY CSBHF074.
           COPY CSBHF109.
           COPY CSBHF110.

           fd   trace-log.
           01   log-registro.
              05 ws-aut-id-autorizado              pic x(01).
                 88 ws-aut-autorizado                         value "S".
              05 ws-aut-id-erro                    pic x(100).
              05 ws-aut-cd-atividade               pic x(04).
              05 ws-aut-documento                  pic x(30).

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03030T".
       COPY CSBHW0005.
      *>=====================================================================
       COPY CSBHW0006.
      *>=====================================================================
       COPY CSBHW0020.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
           03 lnk-tdp-id-ok                         pic x(01).
              88 lnk-tdp-ok                                   value "S".
           03 lnk-tdp-id-erro                       pic x(100).
           03 lnk-tdp-cd-lpn                        pic 9(09).
           03 lnk-tdp-posicao-destino.
              05 lnk-tdp-corredor                   pic 9(03).
              05 lnk-tdp-prateleira                 pic 9(03).
              05 lnk-tdp-nivel                      pic 9(03).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
                 exit section
            end-if

            if   lnk-tdp-cd-lpn not equal zeroes
                 perform 2200-movimenta-palete
                 exit section
            end-if

            if   lnk-tdp-qtdade equal zeroes
            or   lnk-tdp-cd-deposito-origem equal zeroes
            or   lnk-tdp-cd-deposito-destino equal zeroes
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Movimento do palete como unidade.
       2200-movimenta-palete section.
       2200.
            perform 9000-abrir-i-CSBHD048
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD049
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD109
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD110
            perform 9000-controle-abertura

            if   processamento-sem-erro
                 perform 2210-valida-palete
                 if   lnk-tdp-id-erro equal spaces
                      perform 2220-grava-palete
                 end-if
            else
                 move "N"                          to lnk-tdp-id-ok
                 move whs-mensagem                 to lnk-tdp-id-erro
                 initialize                        whs-mensagem
            end-if

            close CSBHD048
            close CSBHD049
            close CSBHD109
            close CSBHD110
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-valida-palete section.
       2210.
            initialize                             flpn-chave-1
            move lnk-tdp-cd-empresa                to flpn-cd-empresa
            move lnk-tdp-cd-filial                 to flpn-cd-filial
            move lnk-tdp-cd-lpn                    to flpn-cd-lpn
            perform 9000-ler-CSBHD109-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-tdp-id-ok
                 string "Palete " lnk-tdp-cd-lpn
                        " nao localizado em CSBHD109"
                        delimited by size into lnk-tdp-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   not flpn-situacao-estoque
                 move "N"                          to lnk-tdp-id-ok
                 string "Palete " lnk-tdp-cd-lpn
                        " ja expedido na saida " flpn-cd-saida
                        delimited by size into lnk-tdp-id-erro
                 exit section
            end-if

            move flpn-cd-produto                   to lnk-tdp-cd-produto
            move flpn-qtdade                       to lnk-tdp-qtdade
            move flpn-cd-deposito                  to lnk-tdp-cd-deposito-origem
            if   lnk-tdp-cd-deposito-destino equal zeroes
                 move flpn-cd-deposito             to lnk-tdp-cd-deposito-destino
            end-if

            if   lnk-tdp-cd-deposito-destino equal flpn-cd-deposito
                 if   lnk-tdp-posicao-destino equal zeroes
                 or   lnk-tdp-posicao-destino equal flpn-posicao
                      move "N"                     to lnk-tdp-id-ok
                      move "Palete ja esta no deposito e na posicao informados"
                                                   to lnk-tdp-id-erro
                 end-if
                 exit section
            end-if

            if   flpn-cd-deposito equal zeroes
                 move "N"                          to lnk-tdp-id-ok
                 string "Palete " lnk-tdp-cd-lpn
                        " sem deposito de origem"
                        delimited by size into lnk-tdp-id-erro
                 exit section
            end-if
            perform 2100-transfere-deposito
            if   not lnk-tdp-ok
            and  lnk-tdp-id-erro equal spaces
                 move "N"                          to lnk-tdp-id-ok
                 move "Transferencia do saldo do palete nao efetuada"
                                                   to lnk-tdp-id-erro
            end-if
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> O palete foi lido na 2210; a 2100 nao toca em CSBHD109.
       2220-grava-palete section.
       2220.
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
            move flpn-cd-deposito                  to ws-lpn-cd-deposito-origem
            move flpn-posicao                      to ws-lpn-posicao-origem
            if   lnk-tdp-cd-deposito-destino equal flpn-cd-deposito
                 move "M"                          to ws-lpn-tipo-movimento
            else
                 move "T"                          to ws-lpn-tipo-movimento
            end-if
            move lnk-tdp-cd-deposito-destino       to flpn-cd-deposito
            move lnk-tdp-posicao-destino           to flpn-posicao
            move ws-ano-inv                        to flpn-dt-atualizacao-ano
            move ws-mes-inv                        to flpn-dt-atualizacao-mes
            move ws-dia-inv                        to flpn-dt-atualizacao-dia
            move ws-hora                           to flpn-hr-atualizacao-hora
            move ws-minutos                        to flpn-hr-atualizacao-minuto
            move ws-segundos                       to flpn-hr-atualizacao-segundo
            move este-programa                     to flpn-job-origem
            perform 9000-regravar-CSBHD109
            if   not ws-operacao-ok
                 move "N"                          to lnk-tdp-id-ok
                 move whs-mensagem                 to lnk-tdp-id-erro
                 exit section
            end-if

            move zeroes                            to ws-lpn-cd-documento
            move zeroes                            to ws-lpn-numero-volume
            move lnk-cd-operador                   to ws-lpn-cd-operador
            move este-programa                     to ws-lpn-job-origem
            perform 9498-grava-movimento-lpn
            move "S"                               to lnk-tdp-id-ok
           .
       2220-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
       COPY CSBHP004.
       COPY CSBHP005.
       COPY CSBHP007.
       COPY CSBHP019.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL034.
       COPY CSBHL036.
       COPY CSBHL048.
       COPY CSBHL049.
       COPY CSBHL074.
       COPY CSBHL109.
       COPY CSBHL110.
