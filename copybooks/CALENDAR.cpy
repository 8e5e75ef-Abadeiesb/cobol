      *>-----------------------------------------------------------
      *> CALENDAR.cpy
      *> Layout do registro do calendario da empresa
      *> (data/CALENDAR.DAT): feriados e paradas em que os passos
      *> semanais e de fim de mes da cadeia noturna nao rodam. Os
      *> passos diarios rodam todo dia -- o sign-on nao para.
      *> CA-SITE em branco vale para a empresa toda; preenchido, e
      *> feriado so daquele site -- entra no payFeed para os minutos
      *> trabalhados no site, mas nao para a cadeia noturna.
      *> CA-TIPO "P" marca parada sem feriado (so a cadeia noturna
      *> enxerga); "F" ou em branco e feriado. Campos acrescentados
      *> no fim para nao deslocar as colunas do arquivo existente.
      *>-----------------------------------------------------------
       01  CALENDARIO-REGISTRO.
           05  CA-DATA                 PIC 9(8).
           05  CA-DESCRICAO            PIC X(30).
           05  CA-SITE                 PIC X(4).
           05  CA-TIPO                 PIC X(1).
               88  CA-TIPO-FERIADO         VALUE "F" " ".
               88  CA-TIPO-PARADA          VALUE "P".
