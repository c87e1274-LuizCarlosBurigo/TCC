*>
*>Campos de trabalho do controle de execucao dos jobs financeiros
*>(CSBHD133), usados pelas secoes de CSBHP026. O programa preenche
*>ws-cex-periodo (aaaamm00 no job mensal, aaaammdd no diario) antes
*>do 9870, que devolve em ws-cex-acao o que a execucao deve fazer:
*>comecar do zero, retomar do ultimo documento confirmado, estornar
*>a execucao anterior (lnk-estorno-execucao) ou parar - periodo ja
*>concluido, ou nada a estornar - com o motivo em ws-cex-mensagem.
*>Cada documento gravado e registrado pelo 9872 (arquivo e chave em
*>ws-cex-arquivo/ws-cex-chave-documento) e confirmado pelo 9874 com
*>ws-cex-ultimo-documento quando fica completo.
*>ws-cex-programa e o nome sob o qual o controle e gravado (espacos =
*>o proprio programa); com ws-cex-id-reabre "S" a execucao concluida
*>do periodo nao recusa a nova, que e aberta com o numero seguinte.
       78  c027-copy-id                             value "CSBHW0027".
       01  ws027-campos-controle-execucao.
           03 ws-cex-programa            pic x(10)  value spaces.
           03 ws-cex-id-reabre           pic x(01)  value spaces.
              88 ws-cex-reabre-concluida            value "S".
           03 ws-cex-periodo             pic 9(08)  value zeroes.
           03 ws-cex-execucao            pic 9(03)  value zeroes.
           03 ws-cex-acao                pic x(01)  value spaces.
              88 ws-cex-nova                        value "N".
              88 ws-cex-retomada                    value "R".
              88 ws-cex-estorno                     value "E".
              88 ws-cex-recusada                    value "B".
              88 ws-cex-nada-a-estornar             value "S".
              88 ws-cex-em-execucao                 value "N" "R".
              88 ws-cex-controle-aberto             value "N" "R" "E".
           03 ws-cex-qtde-documentos     pic 9(07)  value zeroes.
           03 ws-cex-sequencia-confirmada
                                         pic 9(07)  value zeroes.
           03 ws-cex-ultimo-documento    pic x(30)  value spaces.
           03 ws-cex-arquivo             pic x(08)  value spaces.
           03 ws-cex-chave-documento     pic x(30)  value spaces.
           03 ws-cex-sequencia           pic 9(07)  value zeroes.
           03 ws-cex-qtde-estornados     pic 9(07)  value zeroes.
           03 ws-cex-data-fim            pic 9(08)  value zeroes.
           03 ws-cex-id-fim              pic x(01)  value spaces.
              88 ws-cex-fim                         value "S" "s".
           03 ws-cex-mensagem            pic x(100) value spaces.
