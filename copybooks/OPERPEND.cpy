      *>-----------------------------------------------------------
      *> OPERPEND.cpy
      *> Layout do registro do arquivo de alteracoes pendentes do
      *> cadastro de operadores (OPERPEND.DAT). Admissao, alteracao
      *> ou desligamento com data de vigencia futura, vindo do
      *> hrFeed ou agendado no operMant, espera aqui ate o ativPend
      *> aplicar no dia da vigencia. Os campos da mudanca seguem o
      *> HRTRANS.cpy: em branco (ou data zerada) mantem o valor do
      *> cadastro, e "*" no supervisor retira o supervisor.
      *> O registro fica no arquivo depois de aplicado, rejeitado ou
      *> cancelado, com a situacao, a data e o responsavel.
      *>-----------------------------------------------------------
       01  PENDENTE-REGISTRO.
           05  PD-NUMERO               PIC 9(6).
           05  PD-DATA-VIGENCIA        PIC 9(8).
           05  PD-ACAO                 PIC X(1).
               88  PD-ACAO-ADMISSAO        VALUE "A".
               88  PD-ACAO-ALTERACAO       VALUE "C".
               88  PD-ACAO-DESLIGAMENTO    VALUE "T".
           05  PD-OP-ID                PIC X(8).
           05  PD-NOME                 PIC X(30).
           05  PD-DEPARTAMENTO         PIC X(10).
           05  PD-TURNO                PIC X(2).
           05  PD-DATA-EXPIRACAO       PIC 9(8).
           05  PD-SITE                 PIC X(4).
           05  PD-SUPERVISOR-ID        PIC X(8).
      *> Quem registrou: programa de origem (HRFEED/OPERMANT), o
      *> supervisor que agendou no operMant ("RH" na carga) e quando.
           05  PD-ORIGEM               PIC X(8).
           05  PD-REGISTRADO-POR       PIC X(8).
           05  PD-DATA-REGISTRO        PIC 9(8).
           05  PD-SITUACAO             PIC X(1).
               88  PD-SITUACAO-PENDENTE    VALUE "P".
               88  PD-SITUACAO-APLICADA    VALUE "A".
               88  PD-SITUACAO-CANCELADA   VALUE "C".
               88  PD-SITUACAO-REJEITADA   VALUE "R".
           05  PD-DATA-SITUACAO        PIC 9(8).
           05  PD-RESPONSAVEL-SITUACAO PIC X(8).
           05  PD-MOTIVO               PIC X(30).
