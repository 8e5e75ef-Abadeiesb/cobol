      *> validacao de formato do ID (em branco, com caracteres fora
      *> do permitido ou maior que o ID de 8 posicoes), que nao
      *> corresponde a um operador cadastrado no OPERADOR-MASTER, ou
      *> que corresponde a um operador inativo/fora de vigencia, e
      *> para o sign-on que falha na conferencia do PIN -- PIN
      *> invalido, nao informado, sem credencial cadastrada ou ID
      *> bloqueado por PINs errados seguidos ("ID BLOQUEADO POR PIN").
      *> RJ-ID-DIGITADO fica com 30 posicoes para
      *> registrar o texto digitado por completo, nao so o ID de 8
      *> posicoes usado na busca.
