*>sistema entra aqui. CSBHD010 (extracao), CSBHD034 (semaforos)
*>e o jornal datado ficam de fora do conjunto de proposito.
       78  c011-copy-id                             value "CSBHW0011".
       78  c-qtde-arquivos-backup                            value 95.

       01  ws011-lista-arquivos-literal.
           03 filler pic x(10) value "CSBHD001".
           03 filler pic x(10) value "CSBHD074".
           03 filler pic x(10) value "CSBHD075".
           03 filler pic x(10) value "CSBHD076".
           03 filler pic x(10) value "CSBHD077".
           03 filler pic x(10) value "CSBHD078".
           03 filler pic x(10) value "CSBHD079".
           03 filler pic x(10) value "CSBHD080".
           03 filler pic x(10) value "CSBHD081".
           03 filler pic x(10) value "CSBHD082".
           03 filler pic x(10) value "CSBHD083".
           03 filler pic x(10) value "CSBHD084".
           03 filler pic x(10) value "CSBHD085".
           03 filler pic x(10) value "CSBHD086".
           03 filler pic x(10) value "CSBHD087".
           03 filler pic x(10) value "CSBHD088".
           03 filler pic x(10) value "CSBHD089".
           03 filler pic x(10) value "CSBHD090".
           03 filler pic x(10) value "CSBHD091".
           03 filler pic x(10) value "CSBHD092".
           03 filler pic x(10) value "CSBHD093".
           03 filler pic x(10) value "CSBHD094".
           03 filler pic x(10) value "CSBHD095".
           03 filler pic x(10) value "CSBHD096".
           03 filler pic x(10) value "CSBHD097".
           03 filler pic x(10) value "CSBHD098".
       01  ws-lista-arquivos redefines ws011-lista-arquivos-literal.
           03 ws-nome-arquivo pic x(10) occurs 95 times.
