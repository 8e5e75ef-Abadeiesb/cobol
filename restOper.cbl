           COPY OPERADOR.

       FD  OPERADOR-BACKUP.
       01  OPERADOR-BACKUP-REGISTRO PIC X(79).

       FD  OPER-JOURNAL.
           COPY OPERJRNL.
