      *> Layout do registro de checkpoint do job batch de sign-on.
      *> Gravado a cada WS-INTERVALO-CHECKPOINT registros lidos de
      *> SIGNON-TRANS, para permitir restart sem reprocessar o
      *> arquivo inteiro. Site e sequencia do header identificam o
      *> arquivo a que o checkpoint pertence: restart com outro
      *> arquivo no lugar e recusado.
      *>-----------------------------------------------------------
       01  CHECKPOINT-REGISTRO.
           05  CK-ULTIMO-REGISTRO      PIC 9(8).
           05  CK-SITE                 PIC X(4).
           05  CK-SEQUENCIA            PIC 9(6).
