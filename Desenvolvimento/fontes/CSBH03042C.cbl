      *> batendo, nada e marcado e o erro volta com as duas contagens
      *> - e a evidencia do "sairam 7 volumes, assinado". Segue o
      *> modelo de subprograma chamavel de CSBH03002M.
      *> Com lnk-cfe-cd-lpn preenchido a conferencia e por leitura de
      *> palete (CSBHD109) em vez de contagem: o palete tem de estar
      *> vinculado a um volume desta Saida - palete de outra Saida e
      *> o caminhao errado, e volta como erro com a Saida certa. O
      *> volume do palete fica conferido e o palete registra a
      *> conferencia no historico (CSBHD110); o retorno traz os volumes
      *> embalados e quantos ja foram conferidos.
      *> Com lnk-cfe-peso-balanca-kg preenchido, a contagem que bate
      *> ainda passa pela pesagem: o peso esperado e a soma de
      *> quantidade x peso do cadastro mestre (CSBHD044) das linhas da
      *> Saida mais a tara de cada volume (CSBHD063). Fora da
      *> tolerancia (lnk-cfe-percentual-tolerancia, zero = padrao de
      *> 2%) o embarque nao e liberado: nada e marcado, a divergencia
      *> fica em CSBHD111 com a transportadora e vai para a caixa de
      *> notificacoes (CSBHP008).
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
      *>=====================================================================
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS004.
           COPY CSBHS044.
           COPY CSBHS063.
           COPY CSBHS068.
           COPY CSBHS074.
           COPY CSBHS109.
           COPY CSBHS110.
           COPY CSBHS111.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
      *>=====================================================================
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF004.
           COPY CSBHF044.
           COPY CSBHF063.
           COPY CSBHF068.
           COPY CSBHF074.
           COPY CSBHF109.
           COPY CSBHF110.
           COPY CSBHF111.

           fd   trace-log.
           01   log-registro.

       78  versao                                            value "a".
       78  este-programa                                     value "CSBH03042C".
       78  c-tolerancia-peso-padrao                          value 2.00.

       01  ws-campos-trabalho.
           03 ws-id-tracelog-csbh03042c             pic 9(03) value zeroes.
           03 ws-id-fim-volumes                    pic x(01) value spaces.
              88 ws-fim-volumes                              value "S" "s".
           03 ws-qtde-embalados                    pic 9(04) value zeroes.
           03 ws-qtde-conferidos                   pic 9(04) value zeroes.
           03 ws-id-peso-divergente                pic x(01) value spaces.
              88 ws-peso-divergente                          value "S".
           03 ws-id-fim-itens                      pic x(01) value spaces.
              88 ws-fim-itens                                value "S".
           03 ws-tara-total                        pic 9(06)v999 value zeroes.
           03 ws-peso-esperado                     pic 9(06)v999 value zeroes.
           03 ws-diferenca-peso                    pic s9(06)v999 value zeroes.
           03 ws-percentual-diferenca              pic s9(03)v99 value zeroes.
           03 ws-percentual-absoluto               pic 9(03)v99 value zeroes.
           03 ws-percentual-tolerancia             pic 9(02)v99 value zeroes.
           03 ws-sequencia-divergencia             pic 9(05) value zeroes.
           03 ws-peso-edt                          pic z(05)9.999.
           03 ws-esperado-edt                      pic z(05)9.999.
           03 ws-tolerancia-edt                    pic z9.99.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0020.
      *>=====================================================================
       COPY CSBHW0008.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
           03 lnk-cfe-id-ok                         pic x(01).
              88 lnk-cfe-ok                                   value "S".
           03 lnk-cfe-id-erro                       pic x(100).
           03 lnk-cfe-cd-lpn                        pic 9(09).
           03 lnk-cfe-peso-balanca-kg               pic 9(06)v999.
              *>Peso da balanca de portao; zero = sem pesagem.
           03 lnk-cfe-percentual-tolerancia         pic 9(02)v99.
           03 lnk-cfe-peso-esperado-kg              pic 9(06)v999.

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros
            move spaces                             to lnk-cfe-id-ok
            move spaces                             to lnk-cfe-id-erro
            move zeroes                             to lnk-cfe-qtde-embalada
            move zeroes                             to lnk-cfe-peso-esperado-kg
            accept ws-data-inv                     from date yyyymmdd
            accept ws-horas                        from time
           .

            perform 9000-abrir-io-CSBHD063
            perform 9000-controle-abertura
            if   lnk-cfe-cd-lpn not equal zeroes
                 perform 9000-abrir-io-CSBHD109
                 perform 9000-controle-abertura
                 perform 9000-abrir-io-CSBHD110
                 perform 9000-controle-abertura
            end-if
            if   processamento-sem-erro
                 if   lnk-cfe-cd-lpn not equal zeroes
                      perform 2300-confere-palete
                      close CSBHD109
                      close CSBHD110
                 else
                      perform 2100-confere-embarque
                 end-if
                 close CSBHD063
            else
                 move "N"                          to lnk-cfe-id-ok
       2100-confere-embarque section.
       2100.
            move zeroes                            to ws-qtde-embalados
            move zeroes                            to ws-tara-total
            initialize                             fvol-chave-1
            move lnk-cd-empresa                    to fvol-cd-empresa
            move lnk-cd-filial                     to fvol-cd-filial
                      move "S"                     to ws-id-fim-volumes
                 else
                      add 1                        to ws-qtde-embalados
                      add fvol-tara-kg             to ws-tara-total
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
                 exit section
            end-if

            if   lnk-cfe-peso-balanca-kg > zeroes
                 perform 2400-confere-peso
                 if   ws-peso-divergente
                      exit section
                 end-if
            end-if

            perform 2200-marca-conferidos
            move "S"                               to lnk-cfe-id-ok
           .
           .
       2200-exit.
            exit.
      *>=====================================================================
       2300-confere-palete section.
       2300.
            initialize                             flpn-chave-1
            move lnk-cd-empresa                    to flpn-cd-empresa
            move lnk-cd-filial                     to flpn-cd-filial
            move lnk-cfe-cd-lpn                    to flpn-cd-lpn
            perform 9000-ler-CSBHD109-ran
            if   not ws-operacao-ok
                 move "N"                          to lnk-cfe-id-ok
                 string "Palete " lnk-cfe-cd-lpn
                        " nao localizado em CSBHD109"
                        delimited by size into lnk-cfe-id-erro
                 move "00"                         to ws-resultado-acesso
                 exit section
            end-if
            if   flpn-cd-saida equal zeroes
                 move "N"                          to lnk-cfe-id-ok
                 string "Palete " lnk-cfe-cd-lpn
                        " sem volume de expedicao - nao deve embarcar"
                        delimited by size into lnk-cfe-id-erro
                 exit section
            end-if
            if   flpn-cd-saida not equal lnk-cfe-cd-saida
                 move "N"                          to lnk-cfe-id-ok
                 string "Palete " lnk-cfe-cd-lpn
                        " pertence a saida " flpn-cd-saida
                        " - caminhao errado"
                        delimited by size into lnk-cfe-id-erro
                 exit section
            end-if

            if   flpn-situacao-conferido
                 move "Aviso - palete ja conferido"
                                                   to lnk-cfe-id-erro
            else
                 initialize                        fvol-chave-1
                 move lnk-cd-empresa               to fvol-cd-empresa
                 move lnk-cd-filial                to fvol-cd-filial
                 move lnk-cfe-cd-saida             to fvol-cd-saida
                 move flpn-numero-volume           to fvol-numero-volume
                 perform 9000-ler-CSBHD063-ran
                 if   ws-operacao-ok
                      move "C"                     to fvol-situacao
                      move ws-data-inv             to fvol-data-conferencia
                      move ws-ano-inv              to fvol-dt-atualizacao-ano
                      move ws-mes-inv              to fvol-dt-atualizacao-mes
                      move ws-dia-inv              to fvol-dt-atualizacao-dia
                      move ws-hora                 to fvol-hr-atualizacao-hora
                      move ws-minutos              to fvol-hr-atualizacao-minuto
                      move ws-segundos             to fvol-hr-atualizacao-segundo
                      move este-programa           to fvol-job-origem
                      perform 9000-regravar-CSBHD063
                 end-if
                 move "00"                         to ws-resultado-acesso

                 move flpn-cd-deposito             to ws-lpn-cd-deposito-origem
                 move flpn-posicao                 to ws-lpn-posicao-origem
                 move "C"                          to flpn-situacao
                 move ws-ano-inv                   to flpn-dt-atualizacao-ano
                 move ws-mes-inv                   to flpn-dt-atualizacao-mes
                 move ws-dia-inv                   to flpn-dt-atualizacao-dia
                 move ws-hora                      to flpn-hr-atualizacao-hora
                 move ws-minutos                   to flpn-hr-atualizacao-minuto
                 move ws-segundos                  to flpn-hr-atualizacao-segundo
                 move este-programa                to flpn-job-origem
                 perform 9000-regravar-CSBHD109
                 if   not ws-operacao-ok
                      move "N"                     to lnk-cfe-id-ok
                      move whs-mensagem            to lnk-cfe-id-erro
                      exit section
                 end-if
                 move "C"                          to ws-lpn-tipo-movimento
                 move lnk-cfe-cd-saida             to ws-lpn-cd-documento
                 move flpn-numero-volume           to ws-lpn-numero-volume
                 move lnk-cd-operador              to ws-lpn-cd-operador
                 move este-programa                to ws-lpn-job-origem
                 perform 9498-grava-movimento-lpn
            end-if

      *> Contagem do embarque depois da leitura: embalados e ja
      *> conferidos.
            move zeroes                            to ws-qtde-embalados
            move zeroes                            to ws-qtde-conferidos
            initialize                             fvol-chave-1
            move lnk-cd-empresa                    to fvol-cd-empresa
            move lnk-cd-filial                     to fvol-cd-filial
            move lnk-cfe-cd-saida                  to fvol-cd-saida
            perform 9000-str-CSBHD063-gtr
            move spaces                            to ws-id-fim-volumes
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-volumes
            end-if
            perform until ws-fim-volumes
                 perform 9000-ler-CSBHD063-next
                 if   not ws-operacao-ok
                 or   fvol-cd-empresa not equal lnk-cd-empresa
                 or   fvol-cd-filial  not equal lnk-cd-filial
                 or   fvol-cd-saida   not equal lnk-cfe-cd-saida
                      move "S"                     to ws-id-fim-volumes
                 else
                      add 1                        to ws-qtde-embalados
                      if   fvol-situacao-conferido
                           add 1                   to ws-qtde-conferidos
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            move ws-qtde-embalados                 to lnk-cfe-qtde-embalada
            move ws-qtde-conferidos                to lnk-cfe-qtde-carregada
            move "S"                               to lnk-cfe-id-ok
           .
       2300-exit.
            exit.
      *>=====================================================================
      *> Pesagem de portao: peso esperado da Saida contra a balanca.
      *> Linha drop-ship nao passa pelo deposito e fica fora do peso.
       2400-confere-peso section.
       2400.
            move spaces                            to ws-id-peso-divergente
            perform 9000-abrir-i-CSBHD003
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD004
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD044
            perform 9000-controle-abertura
            perform 9000-abrir-io-CSBHD111
            perform 9000-controle-abertura
            if   not processamento-sem-erro
                 move "S"                          to ws-id-peso-divergente
                 move "N"                          to lnk-cfe-id-ok
                 move whs-mensagem                 to lnk-cfe-id-erro
                 initialize                        whs-mensagem
                 close CSBHD003
                 close CSBHD004
                 close CSBHD044
                 close CSBHD111
                 exit section
            end-if

            move ws-tara-total                     to ws-peso-esperado
            initialize                             feisd-chave-1
            move lnk-cd-empresa                    to feisd-cd-empresa
            move lnk-cd-filial                     to feisd-cd-filial
            move lnk-cfe-cd-saida                  to feisd-saida
            perform 9000-str-CSBHD004-gtr
            move spaces                            to ws-id-fim-itens
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-itens
            end-if
            perform until ws-fim-itens
                 perform 9000-ler-CSBHD004-next
                 if   not ws-operacao-ok
                 or   feisd-cd-empresa not equal lnk-cd-empresa
                 or   feisd-cd-filial  not equal lnk-cd-filial
                 or   feisd-saida      not equal lnk-cfe-cd-saida
                      move "S"                     to ws-id-fim-itens
                 else
                      if   not feisd-drop-ship
                           initialize              fprd-chave-1
                           move feisd-cd-produto   to fprd-cd-produto
                           perform 9000-ler-CSBHD044-ran
                           if   ws-operacao-ok
                                compute ws-peso-esperado =
                                        ws-peso-esperado +
                                        feisd-qtdade * fprd-peso-kg
                           end-if
                      end-if
                 end-if
            end-perform
            move "00"                              to ws-resultado-acesso
            move ws-peso-esperado                  to lnk-cfe-peso-esperado-kg

            move lnk-cfe-percentual-tolerancia     to ws-percentual-tolerancia
            if   ws-percentual-tolerancia equal zeroes
                 move c-tolerancia-peso-padrao     to ws-percentual-tolerancia
            end-if
            compute ws-diferenca-peso =
                    lnk-cfe-peso-balanca-kg - ws-peso-esperado
            if   ws-peso-esperado > zeroes
                 compute ws-percentual-diferenca rounded =
                         ws-diferenca-peso * 100 / ws-peso-esperado
                    on size error
                         move 999.99               to ws-percentual-diferenca
                 end-compute
            else
                 move 999.99                       to ws-percentual-diferenca
            end-if
            move ws-percentual-diferenca           to ws-percentual-absoluto
            if   ws-percentual-absoluto > ws-percentual-tolerancia
                 move "S"                          to ws-id-peso-divergente
                 move lnk-cfe-peso-balanca-kg      to ws-peso-edt
                 move ws-peso-esperado             to ws-esperado-edt
                 move ws-percentual-tolerancia     to ws-tolerancia-edt
                 move "N"                          to lnk-cfe-id-ok
                 string "Divergencia de peso: balanca " ws-peso-edt
                        " kg contra " ws-esperado-edt
                        " kg esperados - tolerancia " ws-tolerancia-edt "%"
                        delimited by size into lnk-cfe-id-erro
                 perform 2410-registra-divergencia
            end-if

            close CSBHD003
            close CSBHD004
            close CSBHD044
            close CSBHD111
           .
       2400-exit.
            exit.
      *>=====================================================================
      *> Tentativa recusada: proxima sequencia da Saida em CSBHD111 e
      *> aviso na caixa de notificacoes.
       2410-registra-divergencia section.
       2410.
            initialize                             fesd-chave-1
            move lnk-cd-empresa                    to fesd-cd-empresa
            move lnk-cd-filial                     to fesd-cd-filial
            move lnk-cfe-cd-saida                  to fesd-cd-saida
            perform 9000-ler-CSBHD003-ran
            if   not ws-operacao-ok
                 move zeroes                       to fesd-cd-transportadora
            end-if
            move "00"                              to ws-resultado-acesso

            move 1                                 to ws-sequencia-divergencia
            initialize                             fdpe-chave-1
            move lnk-cd-empresa                    to fdpe-cd-empresa
            move lnk-cd-filial                     to fdpe-cd-filial
            move lnk-cfe-cd-saida                  to fdpe-cd-saida
            move 99999                             to fdpe-sequencia
            perform 9000-str-CSBHD111-ngtr
            if   ws-operacao-ok
                 perform 9000-ler-CSBHD111-pre
                 if   ws-operacao-ok
                 and  fdpe-cd-empresa equal lnk-cd-empresa
                 and  fdpe-cd-filial  equal lnk-cd-filial
                 and  fdpe-cd-saida   equal lnk-cfe-cd-saida
                      compute ws-sequencia-divergencia =
                              fdpe-sequencia + 1
                 end-if
            end-if
            move "00"                              to ws-resultado-acesso

            initialize                             fdpe-divergencia-peso
            move lnk-cd-empresa                    to fdpe-cd-empresa
            move lnk-cd-filial                     to fdpe-cd-filial
            move lnk-cfe-cd-saida                  to fdpe-cd-saida
            move ws-sequencia-divergencia          to fdpe-sequencia
            move fesd-cd-transportadora            to fdpe-cd-transportadora
            move ws-data-inv                       to fdpe-data-pesagem
            move ws-hh-mm-ss                       to fdpe-hora-pesagem
            move lnk-cfe-peso-balanca-kg           to fdpe-peso-balanca-kg
            move ws-peso-esperado                  to fdpe-peso-esperado-kg
            move ws-tara-total                     to fdpe-tara-kg
            move ws-diferenca-peso                 to fdpe-diferenca-kg
            move ws-percentual-diferenca           to fdpe-percentual-diferenca
            move ws-percentual-tolerancia          to fdpe-percentual-tolerancia
            move ws-qtde-embalados                 to fdpe-qtde-volumes
            move lnk-cd-operador                   to fdpe-cd-operador
            move ws-ano-inv                        to fdpe-dt-atualizacao-ano
            move ws-mes-inv                        to fdpe-dt-atualizacao-mes
            move ws-dia-inv                        to fdpe-dt-atualizacao-dia
            move ws-hora                           to fdpe-hr-atualizacao-hora
            move ws-minutos                        to fdpe-hr-atualizacao-minuto
            move ws-segundos                       to fdpe-hr-atualizacao-segundo
            move este-programa                     to fdpe-job-origem
            perform 9000-gravar-CSBHD111
            move "00"                              to ws-resultado-acesso

            move "PES"                             to ws-ntf-tipo-evento
            move spaces                            to ws-ntf-ds-evento
            string "Embarque " lnk-cfe-cd-saida " retido: balanca "
                   ws-peso-edt " kg, esperado " ws-esperado-edt " kg"
                   delimited by size into ws-ntf-ds-evento
            perform 9450-deposita-notificacao
           .
       2410-exit.
            exit.
      *>=====================================================================
       3000-finalizacao section.
       3000.
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP019.
       COPY CSBHP008.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL004.
       COPY CSBHL044.
       COPY CSBHL063.
       COPY CSBHL068.
       COPY CSBHL074.
       COPY CSBHL109.
       COPY CSBHL110.
       COPY CSBHL111.
