      *>-----------------------------------------------------------
      *> CREDOPER.cpy
      *> Layout do registro do arquivo de credenciais de operador
      *> (CREDENTIAL-FILE, data/CREDOPER.DAT): um registro por
      *> operador, em ordem ascendente de CR-OPERADOR-ID, separado
      *> do OPERMAST.DAT para que o cadastro continue legivel pelos
      *> relatorios sem expor nada de autenticacao.
      *> O PIN nunca e gravado em claro: CR-PIN-HASH guarda apenas o
      *> resumo numerico do ID + PIN calculado pelo firstProgram na
      *> conferencia e pelo operMant na redefinicao.
      *> CR-FALHAS-CONSECUTIVAS conta os PINs errados seguidos na
      *> data CR-DATA-ULTIMA-FALHA (falha de outro dia recomeca a
      *> contagem); ao atingir o limite o firstProgram bloqueia o ID
      *> (CR-SITUACAO "B") e so o supervisor o libera pelo operMant.
      *>-----------------------------------------------------------
       01  CREDENCIAL-REGISTRO.
           05  CR-OPERADOR-ID          PIC X(8).
           05  CR-PIN-HASH             PIC 9(10).
           05  CR-FALHAS-CONSECUTIVAS  PIC 9(2).
           05  CR-DATA-ULTIMA-FALHA    PIC 9(8).
           05  CR-SITUACAO             PIC X(1).
               88  CR-SITUACAO-LIBERADO    VALUE "L".
               88  CR-SITUACAO-BLOQUEADO   VALUE "B".
           05  CR-DATA-BLOQUEIO        PIC 9(8).
