       01  LINHA-RELATORIO          PIC X(110).

       FD  OPERADOR-BACKUP.
       01  OPERADOR-BACKUP-REGISTRO PIC X(79).

       FD  OPER-JOURNAL.
           COPY OPERJRNL.
               10  WS-OP-DATA-EFETIVA  PIC 9(8).
               10  WS-OP-DATA-EXPIRACAO PIC 9(8).
               10  WS-OP-SITE          PIC X(4).
               10  WS-OP-SUPERVISOR-ID PIC X(8).

      *> Ultimo sign-on visto por operador, na mesma posicao da
      *> tabela de operadores. Zero = nenhum "S" na janela varrida.
               10  WS-AN-DATA-EFETIVA  PIC 9(8).
               10  WS-AN-DATA-EXPIRACAO PIC 9(8).
               10  WS-AN-SITE          PIC X(4).
               10  WS-AN-SUPERVISOR-ID PIC X(8).

       01  WS-JI                PIC 9(4) VALUE ZERO.
       01  WS-ANTES-ACHADO      PIC X    VALUE "N".
                                    (WS-QTDE-OPERADORES)
                            MOVE OP-SITE TO
                                WS-OP-SITE (WS-QTDE-OPERADORES)
                            MOVE OP-SUPERVISOR-ID TO
                                WS-OP-SUPERVISOR-ID
                                    (WS-QTDE-OPERADORES)
                    END-READ
                END-PERFORM
                CLOSE OPERADOR-MASTER
                MOVE WS-OP-DATA-EFETIVA (WS-I) TO OP-DATA-EFETIVA
                MOVE WS-OP-DATA-EXPIRACAO (WS-I) TO OP-DATA-EXPIRACAO
                MOVE WS-OP-SITE (WS-I) TO OP-SITE
                MOVE WS-OP-SUPERVISOR-ID (WS-I) TO OP-SUPERVISOR-ID
                WRITE OPERADOR-REGISTRO
            END-PERFORM.
            CLOSE OPERADOR-MASTER.
                MOVE WS-OP-SITE (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-SUPERVISOR-ID (WS-JI)
                    NOT = WS-AN-SUPERVISOR-ID (WS-ANTES-POSICAO)
                MOVE "SUPERVISOR" TO WS-JR-CAMPO
                MOVE WS-AN-SUPERVISOR-ID (WS-ANTES-POSICAO)
                    TO WS-JR-ANTIGO
                MOVE WS-OP-SUPERVISOR-ID (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.

       GRAVAR-REGISTRO-JORNAL.
            MOVE WS-DATA-HORA-JORNAL (1:8) TO JR-DATA.
