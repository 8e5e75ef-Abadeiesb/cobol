      *>-----------------------------------------------------------
      *> TARIFA.cpy
      *> Layout do registro da tabela de tarifas do rateio de uso do
      *> sistema (TARIFA-FILE, data/TARIFAS.DAT), lida pelo rateioCC
      *> e mantida pela operacao no proprio arquivo, como o
      *> JOBSCHED.DAT. Um registro por site por data de vigencia com
      *> o valor da hora de sistema cobrada dos departamentos; para
      *> cada dia vale a tarifa do site com a maior TA-DATA-VIGENCIA
      *> ate aquele dia, entao reajuste entra como registro novo sem
      *> apagar o anterior (o mes que cruza o reajuste e cobrado
      *> metade em cada tarifa). Linha com "*" na primeira coluna e
      *> comentario.
      *>-----------------------------------------------------------
       01  TARIFA-REGISTRO.
           05  TA-SITE                 PIC X(4).
           05  TA-DATA-VIGENCIA        PIC 9(8).
           05  TA-VALOR-HORA           PIC 9(5)V99.
