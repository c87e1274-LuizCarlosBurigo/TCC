      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF093.CPY
      *>Select      : CSBHS093.CPY
      *>CSBHL       : CSBHL093.CPY
      *>Nome Físico : CSBHD093.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Parametro de Cobranca"
      *>
      *>        SELECT CSBHD093 Assign to disk wid-csbh093
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is fpcb-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD093.

      *>=====================================================================
      *>Nome Lógico : parametro de cobranca
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Regua de cobranca por empresa/filial, usada pelo lote de
      *>cobranca CSBH03064N sobre os titulos vencidos de CSBHD040:
      *>multa unica (percentual sobre o saldo, depois da carencia) e
      *>juros de mora por dia corrido de atraso; os tres niveis da
      *>carta (lembrete, notificacao formal, aviso de protesto) com o
      *>atraso minimo de cada um; e quantos dias depois do aviso de
      *>protesto o titulo ainda aberto passa a candidato a protesto /
      *>empresa de cobranca. Filial zero vale para as filiais da
      *>empresa sem registro proprio. Carga por PARAMETRO_COBRANCA.CSV.
      *>=====================================================================
       01  fpcb-parametro-cobranca.
           03 fpcb-chave-1.
              05 fpcb-cd-empresa                  pic  9(03).
                 *>FK: fccdd-cd-empresa
              05 fpcb-cd-filial                   pic  9(03).
                 *>FK: fccdd-cd-loja (zero = todas da empresa)
           03 fpcb-percentual-multa               pic  9(03)v99.
           03 fpcb-percentual-juros-dia           pic  9(01)v9(04).
           03 fpcb-dias-carencia                  pic  9(03).
           03 fpcb-nivel                          occurs 3 times.
              05 fpcb-dias-nivel                  pic  9(03).
                 *>Atraso minimo (dias corridos) para a carta do
                 *>nivel: 1 lembrete, 2 notificacao, 3 aviso de protesto.
           03 fpcb-dias-protesto                  pic  9(03).
           03 fpcb-percentual-custo-mes           pic  9(02)v99.
              *>Custo financeiro do capital (% ao mes), com que a
              *>rentabilidade por cliente CSBH02073R valoriza os dias
              *>de atraso dos titulos; zero = atraso sem custo.
           03 fpcb-dt-atualizacao.
              05 fpcb-dt-atualizacao-ano          pic  9(04).
              05 fpcb-dt-atualizacao-mes          pic  9(02).
              05 fpcb-dt-atualizacao-dia          pic  9(02).
           03 fpcb-hr-atualizacao.
              05 fpcb-hr-atualizacao-hora         pic  9(02).
              05 fpcb-hr-atualizacao-minuto       pic  9(02).
              05 fpcb-hr-atualizacao-segundo      pic  9(02).
           03 fpcb-job-origem                     pic  x(10).
