*>
*>Campos de trabalho do lancamento contabil (CSBHD096), usados pela
*>secao 9440-contabiliza-evento de CSBHP016. O programa preenche o
*>evento, empresa/filial, data, documento, historico e valor e
*>executa a secao; valor negativo inverte debito e credito da regra.
*>Evento sem regra (nem da filial nem da empresa) nao e lancado e
*>volta apontado em ws-ctb-id-erro, como a falha de gravacao.
       78  c017-copy-id                             value "CSBHW0017".
       01  ws017-campos-contabilizacao.
           03 ws-ctb-evento              pic x(04)         value spaces.
           03 ws-ctb-cd-empresa          pic 9(03)         value zeroes.
           03 ws-ctb-cd-filial           pic 9(03)         value zeroes.
           03 ws-ctb-data                pic 9(08)         value zeroes.
           03 ws-ctb-documento           pic x(20)         value spaces.
           03 ws-ctb-historico           pic x(40)         value spaces.
           03 ws-ctb-valor               pic s9(13)v99     value zeroes.
           03 ws-ctb-id-erro             pic x(100)        value spaces.
