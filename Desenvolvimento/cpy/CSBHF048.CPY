      *>a mercadoria esta. Carregado por DEPOSITO.CSV; os movimentos de
      *>item e a contagem passaram a carregar o deposito e o saldo por
      *>deposito vive em CSBHD049.
      *>Deposito com docas de recebimento (fdep-qtde-docas > 0) tem
      *>agenda de doca em CSBHD104: o dia, de fdep-hora-abertura-doca
      *>a fdep-hora-fechamento-doca, e cortado em janelas de
      *>fdep-minutos-slot minutos, cada janela com uma vaga por doca.
      *>=====================================================================
       01  fdep-deposito.
           03 fdep-chave-1.
              05 fdep-hr-atualizacao-minuto       pic  9(02).
              05 fdep-hr-atualizacao-segundo      pic  9(02).
           03 fdep-job-origem                     pic  x(10).
           03 fdep-qtde-docas                     pic  9(02).
              *>Zero = deposito sem agenda de recebimento.
           03 fdep-hora-abertura-doca             pic  9(04).
              *>HHMM da primeira janela de recebimento.
           03 fdep-hora-fechamento-doca           pic  9(04).
              *>HHMM do fim do recebimento (ultima janela termina aqui).
           03 fdep-minutos-slot                   pic  9(03).
