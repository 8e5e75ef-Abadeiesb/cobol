      *>-----------------------------------------------------------
      *> ESCALA.cpy
      *> Layout do registro da escala de trabalho (ROSTER-FILE,
      *> data/ESCALA.DAT): um registro por operador por dia escalado,
      *> em ordem ascendente de ES-OPERADOR-ID + ES-DATA, mantido
      *> pelo escMant. ES-TURNO e o codigo do TURNOS.DAT que vale
      *> naquele dia -- pode ser diferente do OP-TURNO do cadastro
      *> numa troca. ES-COBRINDO-ID guarda o ID do colega cujo turno
      *> esta sendo coberto (em branco no dia normal de escala); o
      *> dia do colega coberto sai da escala dele. Turno noturno que
      *> cruza a meia-noite fica na data em que comeca.
      *> ES-SUPERVISOR-ID e quem lancou ou alterou o dia.
      *>-----------------------------------------------------------
       01  ESCALA-REGISTRO.
           05  ES-OPERADOR-ID          PIC X(8).
           05  ES-DATA                 PIC 9(8).
           05  ES-TURNO                PIC X(2).
           05  ES-COBRINDO-ID          PIC X(8).
           05  ES-SUPERVISOR-ID        PIC X(8).
