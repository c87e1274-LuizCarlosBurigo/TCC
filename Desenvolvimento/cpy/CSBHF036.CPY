      *>gravada por CSBHP005 na manutencao online e na regravacao das
      *>cargas CSV - o carimbo dt/hr-atualizacao dizia quando mudou;
      *>aqui fica o que era antes. A linha do tempo de um registro sai
      *>no CSBH02040R. A unificacao de cliente duplicado (CSBH03085M)
      *>grava aqui cada registro repontado de um codigo para o outro;
      *>o registro do aposentado absorvido pelo do sobrevivente fica
      *>como exclusao ("D"), so com a imagem anterior.
      *>=====================================================================
       01  fhst-historico.
           03 fhst-chave-1.
           03 fhst-operacao                       pic  x(01).
              88 fhst-operacao-alteracao                      value "R".
              88 fhst-operacao-inclusao                       value "W".
              88 fhst-operacao-exclusao                       value "D".
           03 fhst-job-origem                     pic  x(10).
           03 fhst-imagem-anterior                pic  x(600).
           03 fhst-imagem-atual                   pic  x(600).
