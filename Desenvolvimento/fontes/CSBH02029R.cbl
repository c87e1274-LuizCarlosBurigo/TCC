      *> (fesd-situacao-entrega em branco, alimentada pelas ocorrencias
      *> das transportadoras em CSBHD025), ordenados por transportadora
      *> e data de saida - a lista de quem cobrar primeiro.
      *> Limites de politica lidos na partida de CSBHD130 (CSBHP025,
      *> mantidos pela CSBH03088M) por empresa/filial, com as constantes
      *> c- como padrao sem cadastro: DIAS-ATRASO-ENTREGA.
      *> Os valores em vigor saem no cabecalho do relatorio e no
      *> tracelog.
      *>=====================================================================
       ENVIRONMENT DIVISION.
       configuration section.
       File-Control.
           COPY CSBHS003.
           COPY CSBHS037.
           COPY CSBHS130.

           select trace-log assign to wid-arquivo-log
                  status  is ws-resultado-acesso
       FILE SECTION.
           COPY CSBHF003.
           COPY CSBHF037.
           COPY CSBHF130.

           fd   trace-log.
           01   log-registro.
           03 ws-dias-edt                          pic -(4)9.
           03 ws-qtde-pendentes                    pic 9(05) value zeroes.

       01  ws-campos-parametro.
      *> Limites de politica em vigor: lidos de CSBHD130 em 1050; sem
      *> cadastro valem as constantes c- deste programa.
           03 ws-dias-minimo-atraso                 pic 9(05) value zeroes.

      *>=====================================================================
       COPY CSBHW0001.
      *>=====================================================================
       COPY CSBHW0025.
      *>=====================================================================
       COPY CSBHW0007.
      *>=====================================================================
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
            move "DIAS-ATRASO-ENTREGA"             to ws-par-cd-parametro
            move c-dias-minimo-atraso              to ws-par-vl-padrao
            perform 9860-obtem-parametro
            move ws-par-vl-parametro               to ws-dias-minimo-atraso

            move ws-par-eco                        to ws-ds-tracelog
            perform 9000-tracelog
           .
       1050-exit.
            exit.
      *>=====================================================================
       2000-processamento section.
       2000.
            move spaces                            to ws-du-uf
            perform 9900-conta-dias-uteis
            move ws-du-dias-uteis                  to ws-dias-despachado
            if   ws-dias-despachado not greater ws-dias-minimo-atraso
                 exit section
            end-if
            move fesd-cd-transportadora            to srt-cd-transportadora
            string "Embarques despachados sem confirmacao de entrega"
                   delimited by size into rel-linha
            write rel-linha
            move ws-par-eco                        to rel-linha
            write rel-linha
           .
       2210-exit.
            exit.
      *> Procedure padrão
       COPY CSBHP001.
       COPY CSBHP006.
       COPY CSBHP025.
      *>=====================================================================
      *> Leitura/acesso
       COPY CSBHL003.
       COPY CSBHL037.
       COPY CSBHL130.
