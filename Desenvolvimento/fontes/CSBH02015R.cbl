      *>=====================================================================
      *> Lista de contatos: percorre CSBHD015 (lista variavel de telefones
      *> por tipo comercial/celular/fax) e resolve o nome do parceiro -
      *> Transportadora (CSBHD005), Fornecedor (CSBHD006) ou Cliente
      *> (CSBHD013, so pelo codigo), conforme
      *> fctt-tipo-origem - por leitura direta, ja que fctt-cd-origem mais
      *> fctt-cd-cidade-origem reconstroem exatamente a chave primaria de
      *> ambos os mestres.
       File-Control.
           COPY CSBHS005.
           COPY CSBHS006.
           COPY CSBHS013.
           COPY CSBHS015.

           select trace-log assign to wid-arquivo-log
       FILE SECTION.
           COPY CSBHF005.
           COPY CSBHF006.
           COPY CSBHF013.
           COPY CSBHF015.

           fd   trace-log.
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD006
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD013
            perform 9000-controle-abertura
            perform 9000-abrir-i-CSBHD015
            perform 9000-controle-abertura

                      else
                           move "Fornecedor nao cadastrado" to ws-ds-origem
                      end-if
                 when fctt-tipo-cliente
                      move fctt-cd-origem          to fdcli-cd-cliente
                      perform 9000-ler-CSBHD013-ran
                      if   ws-operacao-ok
                           move fdcli-ds-cliente    to ws-ds-origem
                      else
                           move "Cliente nao cadastrado" to ws-ds-origem
                      end-if
            end-evaluate
           .
       2200-exit.

            close CSBHD005
            close CSBHD006
            close CSBHD013
            close CSBHD015
            close trace-log

      *> Leitura/acesso
       COPY CSBHL005.
       COPY CSBHL006.
       COPY CSBHL013.
       COPY CSBHL015.
