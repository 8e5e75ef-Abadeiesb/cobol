      *>-----------------------------------------------------------
       01  OPERADOR-REGISTRO.
           05  OP-ID                   PIC X(8).
      *> "*ANONIMIZADO*" no nome marca o operador cujos dados
      *> pessoais o anonOper expurgou: o ID fica, e nao e reutilizado.
           05  OP-NOME                 PIC X(30).
               88  OP-NOME-ANONIMIZADO     VALUE "*ANONIMIZADO*".
           05  OP-DEPARTAMENTO         PIC X(10).
           05  OP-TURNO                PIC X(2).
           05  OP-STATUS               PIC X(1).
      *> registro para nao deslocar as colunas dos arquivos ja
      *> existentes.
           05  OP-SITE                 PIC X(4).
      *> Supervisor imediato (OP-ID de outro operador do cadastro);
      *> em branco quando o operador ainda nao tem supervisor
      *> atribuido. Tambem acrescentado no fim do registro.
           05  OP-SUPERVISOR-ID        PIC X(8).
