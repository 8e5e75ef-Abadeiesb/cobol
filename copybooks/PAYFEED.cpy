      *> sessao casada no mes, com os minutos efetivos no sistema, e
      *> um trailer ("T") unico no fim com os totais de controle
      *> para a folha conferir que o arquivo chegou completo.
      *> Os minutos de cada dia vem separados por categoria de
      *> pagamento: PF-MIN-NORMAL (dia util), PF-MIN-SABADO,
      *> PF-MIN-DOMINGO e PF-MIN-FERIADO (feriado do CALENDAR.DAT
      *> da empresa ou do site, mesmo caindo em fim de semana)
      *> somam PF-MINUTOS; PF-MIN-NOTURNO e a parte dos mesmos
      *> minutos que caiu na faixa das 22:00 as 05:00, qualquer que
      *> seja o dia -- o adicional noturno e pago por cima. O
      *> trailer traz o total de controle de cada categoria. Campos
      *> acrescentados no fim para nao deslocar as colunas ja
      *> carregadas pela folha.
      *>-----------------------------------------------------------
       01  PAY-FEED-REGISTRO.
           05  PF-TIPO-REGISTRO        PIC X(1).
               88  PF-TIPO-DETALHE         VALUE "D".
               88  PF-TIPO-TRAILER         VALUE "T".
           05  PF-CORPO                PIC X(78).
           05  PF-DETALHE REDEFINES PF-CORPO.
               10  PF-OPERADOR-ID      PIC X(8).
               10  PF-DATA             PIC 9(8).
               10  PF-MINUTOS          PIC 9(6).
               10  PF-TURNO            PIC X(2).
               10  PF-SITE             PIC X(4).
               10  PF-MIN-NORMAL       PIC 9(6).
               10  PF-MIN-SABADO       PIC 9(6).
               10  PF-MIN-DOMINGO      PIC 9(6).
               10  PF-MIN-FERIADO      PIC 9(6).
               10  PF-MIN-NOTURNO      PIC 9(6).
               10  FILLER              PIC X(20).
           05  PF-TRAILER REDEFINES PF-CORPO.
               10  PF-TOTAL-DETALHES   PIC 9(8).
               10  PF-TOTAL-MINUTOS    PIC 9(10).
               10  PF-TOTAL-OPERADORES PIC 9(6).
               10  FILLER              PIC X(4).
               10  PF-TOTAL-MIN-NORMAL PIC 9(10).
               10  PF-TOTAL-MIN-SABADO PIC 9(10).
               10  PF-TOTAL-MIN-DOMINGO PIC 9(10).
               10  PF-TOTAL-MIN-FERIADO PIC 9(10).
               10  PF-TOTAL-MIN-NOTURNO PIC 9(10).
