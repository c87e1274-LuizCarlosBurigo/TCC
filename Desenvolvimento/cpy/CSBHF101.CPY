      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF101.CPY
      *>Select      : CSBHS101.CPY
      *>CSBHL       : CSBHL101.CPY
      *>Nome Físico : CSBHD101.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Ordem de Montagem de Kit"
      *>
      *>        SELECT CSBHD101 Assign to disk wid-csbh101
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fomk-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD101.

      *>=====================================================================
      *>Nome Lógico : ordem de montagem de kit
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Montagem de kit na bancada do deposito (ou desmontagem de kit
      *>parado de volta em componentes), pela composicao de CSBHD057.
      *>Aberta e concluida pela transacao CSBH03070K: a abertura grava
      *>os componentes necessarios em CSBHD102 e avalia a
      *>disponibilidade; a conclusao baixa o que sai (componentes na
      *>montagem, o kit na desmontagem) e credita o que entra em
      *>CSBHD022/CSBHD049, com o custo do kit formado pelo custo medio
      *>dos componentes (CSBHD081). Ordem sem saldo para concluir fica
      *>na situacao "F" (falta de componente) ate nova tentativa.
      *>Relatorio por filial no CSBH02075R.
      *>=====================================================================
       01  fomk-ordem-montagem.
           03 fomk-chave-1.
              05 fomk-cd-empresa                  pic  9(03).
              05 fomk-cd-filial                   pic  9(03).
              05 fomk-cd-ordem                    pic  9(09).
           03 fomk-tipo-ordem                     pic  x(01).
              88 fomk-montagem                                value "M".
              88 fomk-desmontagem                             value "D".
           03 fomk-cd-kit                         pic  9(09).
              *>FK: fkit-cd-kit (CSBHD057)
           03 fomk-qtdade                         pic  9(09).
              *>Quantidade de kits montados ou desmontados.
           03 fomk-lote                           pic  x(80).
              *>Lote do kit (FK: flot-cd-lote, CSBHD018); na montagem
              *>o lote informado e cadastrado quando ainda nao existe.
           03 fomk-cd-deposito                    pic  9(03).
              *>FK: fdep-cd-deposito (CSBHD048); zero = sem deposito,
              *>a disponibilidade e o saldo da filial (CSBHD022).
           03 fomk-situacao                       pic  x(01).
              88 fomk-situacao-aberta                         value "A".
              88 fomk-situacao-falta                          value "F".
              88 fomk-situacao-concluida                      value "C".
              88 fomk-situacao-cancelada                      value "X".
              88 fomk-situacao-pendente                       value "A" "F".
           03 fomk-qtde-kit-disponivel            pic s9(09).
              *>Desmontagem: saldo do kit na ultima avaliacao.
           03 fomk-qtde-componentes-falta         pic  9(03).
           03 fomk-data-abertura                  pic  9(08).
           03 fomk-data-conclusao                 pic  9(08).
           03 fomk-cd-operador                    pic  x(08).
           03 fomk-custo-unitario-kit             pic s9(09)v9(04).
              *>Custo de um kit na conclusao: soma do custo medio dos
              *>componentes na montagem, custo medio do kit na
              *>desmontagem.
           03 fomk-valor-total                    pic s9(13)v99.
           03 fomk-dt-atualizacao.
              05 fomk-dt-atualizacao-ano          pic  9(04).
              05 fomk-dt-atualizacao-mes          pic  9(02).
              05 fomk-dt-atualizacao-dia          pic  9(02).
           03 fomk-hr-atualizacao.
              05 fomk-hr-atualizacao-hora         pic  9(02).
              05 fomk-hr-atualizacao-minuto       pic  9(02).
              05 fomk-hr-atualizacao-segundo      pic  9(02).
           03 fomk-job-origem                     pic  x(10).
