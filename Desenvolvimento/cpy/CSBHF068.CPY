      *>Caixa de saida de eventos tipados: qualquer job deposita pelo
      *>9450-deposita-notificacao (CSBHP008) - credito retido ("CRD"),
      *>passo de cadeia parado ("CHN"), arquivo de carga ausente
      *>("ALR"), disjuntor de rejeicao ("REJ"), NF-e de fornecedor
      *>pendente de cadastro ("NFP")... O despachante
      *>CSBH03045D cruza com as assinaturas por operador
      *>(fopr-eventos-assinados, CSBHD035) e escreve um digest por
      *>operador assinante por ciclo - quem pode consertar a cadeia as
