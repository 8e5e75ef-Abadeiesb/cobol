      *> data de processamento, os passos ja registrados com
      *> situacao "OK" sao pulados -- e o restart da noite inteira,
      *> nao so do checkpoint interno do firstProgram.
      *> Passo da agenda que nao cai na data de processamento (semanal
      *> fora do dia, fim de mes antes do ultimo dia util) e gravado
      *> com situacao "ND" -- nao devido --, sem horario de execucao
      *> e com RETURN-CODE zero, para a conferencia da manha separar
      *> passo pulado de passo com erro.
      *>-----------------------------------------------------------
       01  JOBLOG-REGISTRO.
           05  JL-DATA-PROCESSO        PIC 9(8).
           05  JL-SITUACAO             PIC X(2).
               88  JL-SITUACAO-OK          VALUE "OK".
               88  JL-SITUACAO-ERRO        VALUE "ER".
               88  JL-SITUACAO-NAO-DEVIDO  VALUE "ND".
