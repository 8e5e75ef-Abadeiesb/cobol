      *> Site onde a transacao aconteceu. Em branco, o processamento
      *> assume o site de lotacao do operador.
           05  ST-SITE                 PIC X(4).
      *> PIN digitado no terminal, conferido contra o CREDOPER.DAT
      *> apenas no sign-on ("S"); sign-off, pausa e retorno sao de
      *> uma sessao ja autenticada. Nunca e copiado para auditoria,
      *> rejeicao ou extract. Campo acrescentado no fim do registro
      *> para nao deslocar as colunas dos arquivos ja existentes.
           05  ST-PIN                  PIC X(8).
      *> Data e hora em que o operador agiu no terminal. O job batch
      *> carimba auditoria, extract e sessao com elas, e nao com o
      *> relogio da rodada noturna; evento fora de ordem, com data
      *> futura ou mais antigo que o prazo do lote e rejeitado com
      *> motivo proprio.
           05  ST-DATA-EVENTO          PIC 9(8).
           05  ST-HORA-EVENTO          PIC 9(6).
      *> Registros de controle do arquivo, na mesma FD: o primeiro
      *> registro e o header (site, data do arquivo e numero de
      *> sequencia) e o ultimo e o trailer (quantidade de transacoes
      *> e quantidade por tipo). Sao reconhecidos pela marca na
      *> posicao do ID -- com "*", que nenhum ID de operador aceita.
      *> O firstProgram recusa o arquivo sem header/trailer, com
      *> trailer que nao bate com o que foi lido ou com sequencia ja
      *> registrada no SIGNREG.DAT.
       01  SIGNON-TRANS-CONTROLE.
           05  SC-MARCA                PIC X(8).
               88  SC-MARCA-HEADER         VALUE "*HEADER*".
               88  SC-MARCA-TRAILER        VALUE "*TRAILER".
           05  SC-CORPO                PIC X(42).
           05  SC-HEADER REDEFINES SC-CORPO.
               10  SC-SITE             PIC X(4).
               10  SC-DATA-ARQUIVO     PIC 9(8).
               10  SC-SEQUENCIA        PIC 9(6).
               10  FILLER              PIC X(24).
           05  SC-TRAILER REDEFINES SC-CORPO.
               10  SC-TOTAL-REGISTROS  PIC 9(8).
               10  SC-TOTAL-SIGNON     PIC 9(8).
               10  SC-TOTAL-SIGNOFF    PIC 9(8).
               10  SC-TOTAL-PAUSA      PIC 9(8).
               10  SC-TOTAL-RETORNO    PIC 9(8).
               10  FILLER              PIC X(2).
