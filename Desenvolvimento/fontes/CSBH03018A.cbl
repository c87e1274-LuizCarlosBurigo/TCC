      *> exatamente o apontamento da auditoria. Chamado na entrada de
      *> CSBH03002M, CSBH03001P, CSBH03003F e CSBH01002R; segue o
      *> modelo de subprograma de consulta de CSBH02005Q.
      *>
      *> Perfis de acesso: operador com perfil atribuido (fopr-perfis)
      *> e autorizado pela uniao das funcoes dos seus perfis ativos
      *> (CSBHD126) e nao mais pelas flags individuais; se o chamador
      *> informa a atividade (lnk-aut-cd-atividade), o perfil precisa
      *> trazer tambem a atividade. Operador sem perfil segue nas flags.
      *>
      *> Segregacao de funcoes: com atividade e documento informados,
      *> cada atividade conflitante (pares de CSBHD128) e procurada na
      *> trilha por documento (CSBHD127); se o proprio operador executou
      *> o outro lado do par no mesmo documento a acao e recusada
      *> (resultado SEGREGACAO no log). Autorizada, a atividade entra na
      *> trilha para as conferencias seguintes.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       INPUT-OUTPUT Section.
       File-Control.
           COPY CSBHS035.
           COPY CSBHS126.
           COPY CSBHS127.
           COPY CSBHS128.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       DATA DIVISION.
       FILE SECTION.
           COPY CSBHF035.
           COPY CSBHF126.
           COPY CSBHF127.
           COPY CSBHF128.

           fd   trace-log.
           01   log-registro.
                03 acs-funcao                      pic  x(01).
                03 filler                          pic  x(01).
                03 acs-resultado                   pic  x(10).
                03 filler                          pic  x(01).
                03 acs-cd-atividade                pic  x(04).
                03 filler                          pic  x(01).
                03 acs-documento                   pic  x(30).

      *>=====================================================================
       WORKING-STORAGE SECTION.
              88 ws-tracelog-csbh03018a                       value zeroes.
           03 wid-arquivo-log                      pic x(250).
           03 wid-arqacesso                        pic x(250).
           03 ws-funcao-pedida                     pic x(01) value spaces.
           03 ws-id-tem-perfil                     pic x(01) value spaces.
              88 ws-tem-perfil                                value "S".
           03 ws-id-achou-funcao                   pic x(01) value spaces.
              88 ws-achou-funcao                              value "S".
           03 ws-id-achou-atividade                pic x(01) value spaces.
              88 ws-achou-atividade                           value "S".
           03 ws-id-segregacao                     pic x(01) value spaces.
              88 ws-recusa-segregacao                         value "S".
           03 ws-id-fim-conflitos                  pic x(01) value spaces.
              88 ws-fim-conflitos                             value "S".
           03 ws-ind-perfil                        pic 9(01) value zeroes.
           03 ws-ind-funcao                        pic 9(02) value zeroes.
           03 ws-cd-conflitante                    pic x(04) value spaces.
           03 ws-ds-conflito                       pic x(60) value spaces.

      *>=====================================================================
       COPY CSBHW0001.
       COPY CSBHW0024.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
           03 lnk-aut-id-autorizado                 pic x(01).
              88 lnk-aut-autorizado                           value "S".
           03 lnk-aut-id-erro                       pic x(100).
           03 lnk-aut-cd-atividade                  pic x(04).
              *>Atividade sobre documento (codigo de CSBHD128, ex.:
              *>RQCA aprovar requisicao); espacos = so a funcao.
           03 lnk-aut-documento                     pic x(30).
              *>Chave do documento da atividade, no layout da chave do
              *>arquivo dele (ex.: empresa+filial+requisicao).

      *>=====================================================================
       PROCEDURE DIVISION USING linkage-parametros

            move spaces                            to lnk-aut-id-autorizado
            move spaces                            to lnk-aut-id-erro
            move spaces                            to ws-id-segregacao
           .
       1000-exit.
            exit.
                 exit section
            end-if

            move spaces                            to ws-id-tem-perfil
            perform varying ws-ind-perfil from 1 by 1
                      until ws-ind-perfil > 3
                 if   fopr-cd-perfil (ws-ind-perfil) not equal spaces
                      move "S"                     to ws-id-tem-perfil
                 end-if
            end-perform

            if   ws-tem-perfil
                 perform 2200-confere-perfis
            else
                 perform 2150-confere-flags
            end-if

            if   lnk-aut-autorizado
            and  lnk-aut-cd-atividade not equal spaces
            and  lnk-aut-documento not equal spaces
                 perform 2300-confere-segregacao
            end-if

            if   lnk-aut-autorizado
            and  lnk-aut-cd-atividade not equal spaces
                 move lnk-aut-cd-atividade         to ws-atv-cd-atividade
                 move lnk-aut-documento            to ws-atv-documento
                 move lnk-cd-operador              to ws-atv-cd-operador
                 perform 9850-registra-atividade
            end-if
           .
       2100-exit.
            exit.
      *>=====================================================================
      *> Operador sem perfil: permissoes individuais do cadastro.
       2150-confere-flags section.
       2150.
            evaluate true
                when lnk-aut-funcao-manutencao and fopr-pode-manutencao
                     move "S"                      to lnk-aut-id-autorizado
                                                   into lnk-aut-id-erro
            end-evaluate
           .
       2150-exit.
            exit.
      *>=====================================================================
      *> Operador com perfil: a funcao (e a atividade, quando informada)
      *> tem de constar de algum perfil ativo do operador. Perfil
      *> inexistente ou inativo nao concede nada.
       2200-confere-perfis section.
       2200.
            move lnk-aut-funcao                    to ws-funcao-pedida
            inspect ws-funcao-pedida converting "mpfrcg" to "MPFRCG"
            move spaces                            to ws-id-achou-funcao
                                                      ws-id-achou-atividade
            if   lnk-aut-cd-atividade equal spaces
                 move "S"                          to ws-id-achou-atividade
            end-if

            perform 9000-abrir-i-CSBHD126
            if   not ws-operacao-ok
                 move "N"                          to lnk-aut-id-autorizado
                 move whs-mensagem                 to lnk-aut-id-erro
                 initialize                        whs-mensagem
                 exit section
            end-if

            perform varying ws-ind-perfil from 1 by 1
                      until ws-ind-perfil > 3
                 if   fopr-cd-perfil (ws-ind-perfil) not equal spaces
                      initialize                   fpfa-chave-1
                      move fopr-cd-perfil (ws-ind-perfil)
                                                   to fpfa-cd-perfil
                      perform 9000-ler-CSBHD126-ran
                      if   ws-operacao-ok
                      and  fpfa-situacao-ativa
                           perform 2210-confere-funcoes-perfil
                      end-if
                 end-if
            end-perform
            close CSBHD126

            if   ws-achou-funcao
            and  ws-achou-atividade
                 move "S"                          to lnk-aut-id-autorizado
            else
                 move "N"                          to lnk-aut-id-autorizado
                 if   ws-achou-funcao
                      string "Operador " lnk-cd-operador
                             " sem a atividade [" lnk-aut-cd-atividade
                             "] nos perfis de acesso" delimited by size
                                                   into lnk-aut-id-erro
                 else
                      string "Operador " lnk-cd-operador
                             " sem a funcao [" lnk-aut-funcao
                             "] nos perfis de acesso" delimited by size
                                                   into lnk-aut-id-erro
                 end-if
            end-if
           .
       2200-exit.
            exit.
      *>=====================================================================
       2210-confere-funcoes-perfil section.
       2210.
            perform varying ws-ind-funcao from 1 by 1
                      until ws-ind-funcao > 20
                 evaluate fpfa-cd-funcao (ws-ind-funcao)
                     when spaces
                          continue
                     when ws-funcao-pedida
                          move "S"                 to ws-id-achou-funcao
                     when lnk-aut-cd-atividade
                          move "S"                 to ws-id-achou-atividade
                 end-evaluate
            end-perform
           .
       2210-exit.
            exit.
      *>=====================================================================
      *> Segregacao de funcoes: para cada atividade em conflito com a
      *> pedida, o operador nao pode constar da trilha do mesmo
      *> documento. Sem tabela de conflitos no ar nao ha regra a aplicar.
       2300-confere-segregacao section.
       2300.
            perform 9000-abrir-i-CSBHD128
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 exit section
            end-if
            perform 9000-abrir-i-CSBHD127
            if   not ws-operacao-ok
                 initialize                        whs-mensagem
                 close CSBHD128
                 exit section
            end-if

            initialize                             fcft-chave-1
            move lnk-aut-cd-atividade              to fcft-cd-atividade
            move spaces                            to fcft-cd-atividade-conflitante
            perform 9000-str-CSBHD128-gtr
            move spaces                            to ws-id-fim-conflitos
            if   not ws-operacao-ok
                 move "S"                          to ws-id-fim-conflitos
            end-if
            perform until ws-fim-conflitos
                 perform 9000-ler-CSBHD128-next
                 if   not ws-operacao-ok
                 or   fcft-cd-atividade not equal lnk-aut-cd-atividade
                      move "S"                     to ws-id-fim-conflitos
                 else
                      if   fcft-situacao-ativa
                           perform 2310-confere-trilha
                           if   ws-recusa-segregacao
                                move "S"           to ws-id-fim-conflitos
                           end-if
                      end-if
                 end-if
            end-perform

            close CSBHD127
            close CSBHD128
            move "00"                              to ws-resultado-acesso

            if   ws-recusa-segregacao
                 move "N"                          to lnk-aut-id-autorizado
                 move spaces                       to lnk-aut-id-erro
                 string "Segregacao de funcoes: operador " lnk-cd-operador
                        " ja executou " ws-cd-conflitante
                        " neste documento - " ws-ds-conflito
                        delimited by size          into lnk-aut-id-erro
            end-if
           .
       2300-exit.
            exit.
      *>=====================================================================
       2310-confere-trilha section.
       2310.
            initialize                             fatv-chave-1
            move fcft-cd-atividade-conflitante     to fatv-cd-atividade
            move lnk-aut-documento                 to fatv-documento
            move lnk-cd-operador                   to fatv-cd-operador
            perform 9000-ler-CSBHD127-ran
            if   ws-operacao-ok
                 move "S"                          to ws-id-segregacao
                 move fcft-cd-atividade-conflitante
                                                   to ws-cd-conflitante
                 move fcft-ds-conflito             to ws-ds-conflito
            end-if
           .
       2310-exit.
            exit.
      *>=====================================================================
      *> Trilha de acesso: toda tentativa fica gravada, autorizada ou
            move lnk-cd-operador                   to acs-cd-operador
            move lnk-aut-programa                  to acs-programa
            move lnk-aut-funcao                    to acs-funcao
            move lnk-aut-cd-atividade              to acs-cd-atividade
            move lnk-aut-documento                 to acs-documento
            evaluate true
                when lnk-aut-autorizado
                     move "AUTORIZADO"             to acs-resultado
                when ws-recusa-segregacao
                     move "SEGREGACAO"             to acs-resultado
                when other
                     move "NEGADO"                 to acs-resultado
            end-evaluate
            write acs-registro
            close arqacesso
           .
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL035.
       COPY CSBHL126.
       COPY CSBHL127.
       COPY CSBHL128.
      *>=====================================================================
      *> Trilha de atividade por documento
       COPY CSBHP024.
