*>Campos de trabalho da contagem de dias uteis (CSBHP006). O programa
*>preenche as datas e a UF (espacos = so feriados nacionais) antes de
*>executar 9900-conta-dias-uteis; o resultado volta em
*>ws-du-dias-uteis. A 9920-ajusta-dia-util leva ws-du-data-corrente
*>ao dia util anterior ou seguinte, conforme ws-du-id-sentido.
       78  c007-copy-id                             value "CSBHW0007".
       01  ws007-campos-dias-uteis.
           03 ws-du-data-inicial         pic 9(08)  value zeroes.
           03 ws-du-data-corrente        pic 9(08)  value zeroes.
           03 ws-du-id-util              pic x(01)  value spaces.
              88 ws-du-dia-util                     value "S" "s".
           03 ws-du-id-sentido           pic x(01)  value spaces.
              88 ws-du-antecipa                     value "A".
              88 ws-du-posterga                     value "P".
