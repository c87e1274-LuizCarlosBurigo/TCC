      *> para o deposito separar primeiro o que vence primeiro em vez do
      *> que estiver mais perto. Lotes movimentados sem cadastro em
      *> CSBHD018 saem como SEM CADASTRO para serem regularizados.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-ALERTA-VALIDADE.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
           COPY CSBHS004.
           COPY CSBHS008.
           COPY CSBHS018.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
           COPY CSBHF004.
           COPY CSBHF008.
           COPY CSBHF018.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-qtde-a-vencer                     pic 9(05) value zeroes.
           03 ws-qtde-sem-cadastro                 pic 9(05) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-alerta                        pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       LINKAGE SECTION.
       COPY CSBHW0002.
                 move lnk-id-erro                  to ws-ds-tracelog
                 perform 9000-tracelog
            end-if
            perform 1050-carrega-parametros

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to ws-data-hoje
           .
       1000-exit.
            exit.
      *>=====================================================================
      *> Limites de politica da empresa/filial da execucao (CSBHD130,
      *> mantidos pela CSBH03088M); os valores em vigor vao para o
      *> tracelog e para o cabecalho.
       1050-carrega-parametros section.
       1050.
            move "DIAS-ALERTA-VALIDADE"            to ws-par-cd-parametro
            move c-dias-alerta                     to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-alerta

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            string "Estoque a vencer por produto/lote" delimited by size
                                                     into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
            move spaces                            to rel-linha
            string "Produto    Saldo      Validade  Dias   Situacao  Lote"
                   delimited by size into rel-linha
                 add 1                              to ws-qtde-vencidos
                 perform 2230-escreve-lote-alerta
            else
                 if   ws-dias-para-vencer not greater ws-dias-alerta
                      add 1                         to ws-qtde-a-vencer
                      perform 2230-escreve-lote-alerta
                 end-if
      *>=====================================================================
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL004.
       COPY CSBHL008.
       COPY CSBHL018.
       COPY CSBHL130.
