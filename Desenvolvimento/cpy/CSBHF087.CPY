      *>=====================================================================
      *>Gerado em   : 15/10/2026
      *>========================== Informações ==============================
      *>FD          : CSBHF087.CPY
      *>Select      : CSBHS087.CPY
      *>CSBHL       : CSBHL087.CPY
      *>Nome Físico : CSBHD087.CAD
      *>Area Negocio: "Financeiro"
      *>Descricao   : "Regra de Retencao"
      *>
      *>        SELECT CSBHD087 Assign to disk wid-csbh087
      *>               organization    is indexed
      *>               access mode     is dynamic
      *>               record key      is frtn-chave-1
      *>               lock mode       is manual
      *>=====================================================================

       FD  CSBHD087.

      *>=====================================================================
      *>Nome Lógico : regra de retencao
      *>Área Negócio: Financeiro
      *>GerarIndex  : sim
      *>
      *>Retencao na fonte por tipo de credor e servico (perfil do credor
      *>em CSBHD088), um registro por tributo - IRRF, PIS, COFINS, CSLL,
      *>INSS, ISS. Carregada de CSBH01001C_RETENCAO.CSV e aplicada pelo
      *>9470-aplica-retencoes (CSBHP013) quando CSBH03025G e CSBH03013C
      *>geram o titulo a pagar: o titulo do credor sai pelo liquido e
      *>cada tributo vira um titulo de origem "R" para o credor governo
      *>da regra, vencendo no dia legal do mes seguinte ao fato gerador.
      *>=====================================================================
       01  frtn-regra-retencao.
           03 frtn-chave-1.
              05 frtn-tipo-credor                 pic  x(02).
                 *>FK: fpfc-tipo-credor (ex.: "PJ", "PF" autonomo)
              05 frtn-cd-servico                  pic  x(04).
                 *>FK: fpfc-cd-servico
              05 frtn-tributo                     pic  x(06).
           03 frtn-cd-receita                     pic  x(06).
              *>Codigo de receita do DARF/guia (DIRF/EFD-Reinf).
           03 frtn-aliquota                       pic  9(02)v9(04).
              *>Percentual sobre a base.
           03 frtn-percentual-base                pic  9(03)v99.
              *>Parte do valor bruto que forma a base (INSS do
              *>transportador autonomo: 20); zero = 100.
           03 frtn-valor-minimo                   pic s9(09)v99.
              *>Retencao abaixo deste valor e dispensada.
           03 frtn-cd-credor-governo              pic  9(09).
              *>Credor do titulo do tributo (Receita, INSS, prefeitura).
           03 frtn-dia-vencimento                 pic  9(02).
           03 frtn-meses-vencimento               pic  9(01).
              *>Meses apos o mes do fato gerador (normalmente 1).
           03 frtn-id-dia-nao-util                pic  x(01).
              88 frtn-antecipa                                value "A".
              88 frtn-posterga                                value "P".
           03 frtn-situacao                       pic  x(01).
              88 frtn-situacao-ativa                          value "A".
              88 frtn-situacao-inativa                        value "I".
           03 frtn-dt-atualizacao.
              05 frtn-dt-atualizacao-ano          pic  9(04).
              05 frtn-dt-atualizacao-mes          pic  9(02).
              05 frtn-dt-atualizacao-dia          pic  9(02).
           03 frtn-hr-atualizacao.
              05 frtn-hr-atualizacao-hora         pic  9(02).
              05 frtn-hr-atualizacao-minuto       pic  9(02).
              05 frtn-hr-atualizacao-segundo      pic  9(02).
           03 frtn-job-origem                     pic  x(10).
