      *>sem endereco proprio ganha um, clonado do endereco padrao. A
      *>lista de separacao (CSBH02034R) imprime o endereco por linha e
      *>ordena o documento pela sequencia fisica de caminhada.
      *>A posicao fisica tem cadastro mestre com capacidade e ocupacao
      *>em CSBHD105; a confirmacao da armazenagem dirigida (CSBH03072A)
      *>grava aqui a posicao real do lote guardado.
      *>=====================================================================
       01  fend-endereco.
           03 fend-chave-1.
