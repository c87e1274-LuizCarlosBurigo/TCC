*>
*>Campos de trabalho da verificacao de bloqueio por documento de
*>parceiro (CSBHD113), usados pela secao 9640 de CSBHP020. O
*>programa preenche o tipo ("T" transportadora, "F" fornecedor) e o
*>codigo do parceiro; a secao devolve ws-bpc-bloqueado com o
*>documento obrigatorio vencido que bloqueou e o vencimento dele.
       78  c021-copy-id                             value "CSBHW0021".
       01  ws021-campos-bloqueio-parceiro.
           03 ws-bpc-tipo-parceiro       pic x(01)         value spaces.
           03 ws-bpc-cd-parceiro         pic 9(09)         value zeroes.
           03 ws-bpc-id-bloqueado        pic x(01)         value spaces.
              88 ws-bpc-bloqueado                          value "S".
           03 ws-bpc-tipo-documento      pic x(04)         value spaces.
           03 ws-bpc-data-vencimento     pic 9(08)         value zeroes.
           03 ws-bpc-data-hoje           pic 9(08)         value zeroes.
           03 ws-bpc-id-fim              pic x(01)         value spaces.
              88 ws-bpc-fim                                value "S".
