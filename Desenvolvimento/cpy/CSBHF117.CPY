      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF117.CPY
      *>Select      : CSBHS117.CPY
      *>CSBHL       : CSBHL117.CPY
      *>Nome Físico : CSBHD117.CAD
      *>Area Negocio: "Estoque"
      *>Descricao   : "Evento de Ruptura"
      *>
      *>        SELECT CSBHD117 Assign to disk wid-csbh117
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is frup-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD117.

      *>=====================================================================
      *>Nome Lógico : evento de ruptura
      *>Área Negócio: Estoque
      *>GerarIndex  : sim
      *>
      *>Um registro por vez que o saldo persistente (CSBHD022) de um
      *>produto/filial chega a zero: aberto por 9650-verifica-ruptura
      *>(CSBHP021) quando o movimento que acabou de passar pelo 9400
      *>deixa o saldo sem nada, encerrado pela mesma secao quando uma
      *>entrada devolve saldo positivo. Os dias em ruptura do mes saem
      *>no relatorio de vendas perdidas (CSBH02087R).
      *>=====================================================================
       01  frup-ruptura.
           03 frup-chave-1.
              05 frup-cd-empresa                  pic  9(03).
                 *>FK: fsld-cd-empresa
              05 frup-cd-filial                   pic  9(03).
                 *>FK: fsld-cd-filial
              05 frup-cd-produto                  pic  9(09).
                 *>FK: fdpdt-cd-produto
              05 frup-data-inicio.
                 07 frup-data-inicio-ano          pic  9(04).
                 07 frup-data-inicio-mes          pic  9(02).
                 07 frup-data-inicio-dia          pic  9(02).
              05 frup-hora-inicio.
                 07 frup-hora-inicio-hora         pic  9(02).
                 07 frup-hora-inicio-minuto       pic  9(02).
                 07 frup-hora-inicio-segundo      pic  9(02).
           03 frup-data-fim.
              05 frup-data-fim-ano                pic  9(04).
              05 frup-data-fim-mes                pic  9(02).
              05 frup-data-fim-dia                pic  9(02).
              *>Zero = produto ainda em ruptura.
           03 frup-hora-fim.
              05 frup-hora-fim-hora               pic  9(02).
              05 frup-hora-fim-minuto             pic  9(02).
              05 frup-hora-fim-segundo            pic  9(02).
           03 frup-situacao                       pic  x(01).
              88 frup-situacao-aberta                         value "A".
              88 frup-situacao-encerrada                      value "E".
           03 frup-job-inicio                     pic  x(10).
              *>Programa cujo movimento zerou o saldo.
           03 frup-job-fim                        pic  x(10).
              *>Programa cujo movimento repos o saldo.
           03 frup-dt-atualizacao.
              05 frup-dt-atualizacao-ano          pic  9(04).
              05 frup-dt-atualizacao-mes          pic  9(02).
              05 frup-dt-atualizacao-dia          pic  9(02).
           03 frup-hr-atualizacao.
              05 frup-hr-atualizacao-hora         pic  9(02).
              05 frup-hr-atualizacao-minuto       pic  9(02).
              05 frup-hr-atualizacao-segundo      pic  9(02).
           03 frup-job-origem                     pic  x(10).
