      *>-----------------------------------------------------------
      *> GLRATEIO.cpy
      *> Layout do registro do diario contabil do rateio mensal de
      *> uso do sistema (GL-JOURNAL, data/GLRATEIO-AAAAMM.DAT),
      *> gravado pelo rateioCC e carregado direto pela contabilidade.
      *> Um cabecalho ("H"), os lancamentos ("L") e um trailer ("T")
      *> de controle. Cada centro de custo (departamento + site) que
      *> usou o sistema no mes recebe um lancamento a debito na conta
      *> de despesa; o lancamento de contrapartida, a credito na
      *> conta de recuperacao do centro de custo de TI, fecha o
      *> diario -- a soma dos debitos e igual a dos creditos, e o
      *> trailer traz as duas para a contabilidade conferir. Valores
      *> com 2 decimais implicitos.
      *>-----------------------------------------------------------
       01  GL-RATEIO-REGISTRO.
           05  GL-TIPO-REGISTRO        PIC X(1).
               88  GL-TIPO-CABECALHO       VALUE "H".
               88  GL-TIPO-LANCAMENTO      VALUE "L".
               88  GL-TIPO-TRAILER         VALUE "T".
           05  GL-CORPO                PIC X(99).
           05  GL-CABECALHO REDEFINES GL-CORPO.
               10  GL-PERIODO          PIC X(6).
               10  GL-DATA-GERACAO     PIC 9(8).
               10  GL-ORIGEM           PIC X(8).
               10  FILLER              PIC X(77).
           05  GL-LANCAMENTO REDEFINES GL-CORPO.
               10  GL-SEQUENCIA        PIC 9(6).
               10  GL-CONTA            PIC X(12).
               10  GL-CENTRO-CUSTO     PIC X(10).
               10  GL-SITE             PIC X(4).
               10  GL-DEBITO-CREDITO   PIC X(1).
                   88  GL-DEBITO           VALUE "D".
                   88  GL-CREDITO          VALUE "C".
               10  GL-VALOR            PIC 9(11)V99.
               10  GL-MINUTOS          PIC 9(8).
               10  GL-HISTORICO        PIC X(40).
               10  FILLER              PIC X(5).
           05  GL-TRAILER REDEFINES GL-CORPO.
               10  GL-TOTAL-LANCAMENTOS PIC 9(6).
               10  GL-TOTAL-DEBITOS    PIC 9(13)V99.
               10  GL-TOTAL-CREDITOS   PIC 9(13)V99.
               10  GL-TOTAL-MINUTOS    PIC 9(10).
               10  FILLER              PIC X(53).
