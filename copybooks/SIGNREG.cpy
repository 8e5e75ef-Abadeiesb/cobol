      *>-----------------------------------------------------------
      *> SIGNREG.cpy
      *> Layout do registro de arquivos SIGNON-TRANS aceitos
      *> (data/SIGNREG.DAT): uma linha por arquivo processado ate o
      *> fim pelo job batch do firstProgram, com a chave do header
      *> (site + sequencia) e as contagens do trailer. Uma sequencia
      *> presente aqui nao e processada de novo; o balDaily confere
      *> o arquivo do dia contra esta linha e o rejWork numera o
      *> RESUBMIT.DAT a partir da ultima sequencia do seu site.
      *>-----------------------------------------------------------
       01  REGISTRO-ARQUIVO-LOTE.
           05  RG-SITE                 PIC X(4).
           05  RG-DATA-ARQUIVO         PIC 9(8).
           05  RG-SEQUENCIA            PIC 9(6).
           05  RG-DATA-PROCESSAMENTO   PIC 9(8).
           05  RG-HORA-PROCESSAMENTO   PIC 9(6).
           05  RG-TOTAL-REGISTROS      PIC 9(8).
           05  RG-TOTAL-SIGNON         PIC 9(8).
           05  RG-TOTAL-SIGNOFF        PIC 9(8).
           05  RG-TOTAL-PAUSA          PIC 9(8).
           05  RG-TOTAL-RETORNO        PIC 9(8).
