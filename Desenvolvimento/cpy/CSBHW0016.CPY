*>
*>Campos de trabalho da aplicacao de credito de cliente (CSBHP015).
*>O programa le o titulo a receber (CSBHD040) a quitar, informa a
*>sequencia do credito (zero = todos os creditos livres do cliente,
*>do mais antigo para o mais novo) e o teto a aplicar (zero = o saldo
*>do titulo) e executa 9496-aplica-credito-titulo; volta o valor
*>aplicado e, se alguma gravacao falhou, a mensagem em ws-apc-id-erro.
       78  c016-copy-id                             value "CSBHW0016".
       01  ws016-campos-aplicacao-credito.
           03 ws-apc-sequencia           pic 9(05)         value zeroes.
           03 ws-apc-valor-maximo        pic s9(11)v99     value zeroes.
           03 ws-apc-valor-aplicado      pic s9(11)v99     value zeroes.
           03 ws-apc-valor-restante      pic s9(11)v99     value zeroes.
           03 ws-apc-valor-livre         pic s9(11)v99     value zeroes.
           03 ws-apc-id-fim              pic x(01)         value spaces.
              88 ws-apc-fim                                value "S".
           03 ws-apc-id-erro             pic x(100)        value spaces.
