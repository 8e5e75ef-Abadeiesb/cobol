      *> operador: quem, quando, janela esperada e minutos fora. E o
      *> levantamento que a seguranca pede depois de cada incidente.
      *> Janela com inicio maior que o fim cruza a meia-noite.
      *> Dia com escala (ESCALA.DAT, mantida pelo escMant) e julgado
      *> pelo turno da escala -- numa troca ou cobertura e o turno
      *> do colega, nao o OP-TURNO do cadastro. Sign-on de madrugada
      *> sem escala no proprio dia vale pelo turno noturno escalado
      *> na vespera, se ainda estiver dentro da janela dele.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHIFT-TABLE.

           SELECT ROSTER-FILE ASSIGN TO "data/ESCALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER-FILE.

           SELECT REPORT-FILE ASSIGN TO "data/EXCTURNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.
       FD  SHIFT-TABLE.
           COPY TURNOS.

       FD  ROSTER-FILE.
           COPY ESCALA.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(100).

       01  WS-FS-AUDIT-LOG      PIC XX   VALUE "00".
       01  WS-FS-SHIFT-TABLE    PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".
       01  WS-FS-ROSTER-FILE    PIC XX   VALUE "00".

      *> Data do levantamento: PARM AAAAMMDD; sem PARM, a data atual.
       01  WS-PARAMETRO-DATA    PIC X(8)  VALUE SPACES.
       01  WS-DATA-RELATORIO    PIC 9(8)  VALUE ZERO.
       01  WS-DATA-VESPERA      PIC 9(8)  VALUE ZERO.

       01  WS-TABELA-OPERADORES.
           05  WS-QTDE-OPERADORES  PIC 9(4) VALUE ZERO.
               10  WS-TN-HORA-FIM      PIC 9(4).
               10  WS-TN-GRACA         PIC 9(3).

      *> Dias da escala da data do levantamento e da vespera (a
      *> vespera so para o turno noturno que entra pela madrugada),
      *> em ordem de ID + data.
       01  WS-TABELA-ESCALA.
           05  WS-QTDE-ESCALA      PIC 9(4) VALUE ZERO.
           05  WS-ESCALA-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-QTDE-ESCALA
                   ASCENDING KEY IS WS-ES-OPERADOR-ID WS-ES-DATA
                   INDEXED BY WS-ES-IDX.
               10  WS-ES-OPERADOR-ID   PIC X(8).
               10  WS-ES-DATA          PIC 9(8).
               10  WS-ES-TURNO         PIC X(2).
               10  WS-ES-COBRINDO-ID   PIC X(8).
               10  WS-ES-SUPERVISOR-ID PIC X(8).

       01  WS-ESCALA-ACHADA     PIC X     VALUE "N".
       01  WS-COBRINDO-SIGNON   PIC X(8)  VALUE SPACES.
       01  WS-DATA-ESCALA       PIC 9(8)  VALUE ZERO.

      *> Janela do turno do sign-on corrente, em minutos do dia, ja
      *> com a tolerancia aplicada nas duas pontas.
       01  WS-TURNO-SIGNON      PIC X(2)  VALUE SPACES.
            ELSE
                MOVE WS-PARAMETRO-DATA TO WS-DATA-RELATORIO
            END-IF.
            COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-DATA-RELATORIO) - 1).

            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM CARREGAR-TABELA-TURNOS.
            PERFORM CARREGAR-TABELA-ESCALA.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECALHO.
                    "saira como turno sem janela cadastrada."
            END-IF.

      *> Carrega so os dias da data do levantamento e da vespera; o
      *> arquivo ja vem em ordem de ID + data.
       CARREGAR-TABELA-ESCALA.
            MOVE ZERO TO WS-QTDE-ESCALA.
            OPEN INPUT ROSTER-FILE.
            IF WS-FS-ROSTER-FILE = "00"
                PERFORM UNTIL WS-FS-ROSTER-FILE = "10"
                    READ ROSTER-FILE
                        AT END
                            MOVE "10" TO WS-FS-ROSTER-FILE
                        NOT AT END
                            IF (ES-DATA = WS-DATA-RELATORIO
                                    OR ES-DATA = WS-DATA-VESPERA)
                                AND WS-QTDE-ESCALA < 5000
                                ADD 1 TO WS-QTDE-ESCALA
                                MOVE ESCALA-REGISTRO TO
                                    WS-ESCALA-ITEM (WS-QTDE-ESCALA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ROSTER-FILE
            ELSE
                DISPLAY "AVISO: ESCALA.DAT inexistente (status "
                    WS-FS-ROSTER-FILE "). Todo sign-on sera julgado "
                    "pelo turno do cadastro."
            END-IF.

       VARRER-AUDIT-LOG.
            OPEN INPUT AUDIT-LOG.
            IF WS-FS-AUDIT-LOG NOT = "00"

       AVALIAR-SIGNON.
            PERFORM LOCALIZAR-OPERADOR-SIGNON.
            IF WS-OPERADOR-ACHADO = "S"
                PERFORM APLICAR-TURNO-ESCALA
            END-IF.
            IF WS-OPERADOR-ACHADO = "N"
                ADD 1 TO WS-TOTAL-SEM-JANELA
                PERFORM IMPRIMIR-SEM-JANELA
                    MOVE WS-OP-TURNO (WS-OP-IDX) TO WS-TURNO-SIGNON
            END-SEARCH.

      *> Troca o turno do cadastro pelo da escala: primeiro o dia do
      *> sign-on; sem escala nele, o turno da vespera quando cruza a
      *> meia-noite e o sign-on cai antes do fim da janela dele (com
      *> tolerancia) -- e o noturno que comecou ontem.
       APLICAR-TURNO-ESCALA.
            MOVE SPACES TO WS-COBRINDO-SIGNON.
            MOVE AL-DATA TO WS-DATA-ESCALA.
            PERFORM LOCALIZAR-DIA-ESCALA.
            IF WS-ESCALA-ACHADA = "N"
                MOVE WS-DATA-VESPERA TO WS-DATA-ESCALA
                PERFORM LOCALIZAR-DIA-ESCALA
                IF WS-ESCALA-ACHADA = "S"
                    PERFORM CONFERIR-NOTURNO-VESPERA
                END-IF
            END-IF.
            IF WS-ESCALA-ACHADA = "S"
                MOVE WS-ES-TURNO (WS-ES-IDX) TO WS-TURNO-SIGNON
                MOVE WS-ES-COBRINDO-ID (WS-ES-IDX)
                    TO WS-COBRINDO-SIGNON
            END-IF.

       LOCALIZAR-DIA-ESCALA.
            MOVE "N" TO WS-ESCALA-ACHADA.
            IF WS-QTDE-ESCALA > 0
                SET WS-ES-IDX TO 1
                SEARCH ALL WS-ESCALA-ITEM
                    WHEN WS-ES-OPERADOR-ID (WS-ES-IDX) = AL-OPERADOR-ID
                     AND WS-ES-DATA (WS-ES-IDX) = WS-DATA-ESCALA
                        MOVE "S" TO WS-ESCALA-ACHADA
                END-SEARCH
            END-IF.

       CONFERIR-NOTURNO-VESPERA.
            MOVE WS-ES-TURNO (WS-ES-IDX) TO WS-TURNO-SIGNON.
            PERFORM LOCALIZAR-JANELA-TURNO.
            MOVE "N" TO WS-ESCALA-ACHADA.
            IF WS-TURNO-ACHADO = "S"
                IF WS-TN-HORA-INICIO (WS-TURNO-POSICAO)
                        > WS-TN-HORA-FIM (WS-TURNO-POSICAO)
                    MOVE AL-HORA TO WS-HORA-DECOMPOSTA
                    COMPUTE WS-MINUTO-SIGNON =
                        WS-HORA-HH * 60 + WS-HORA-MM
                    MOVE WS-TN-HORA-FIM (WS-TURNO-POSICAO)
                        TO WS-HHMM-DECOMPOSTO
                    COMPUTE WS-MINUTO-FIM =
                        WS-HHMM-HH * 60 + WS-HHMM-MM
                        + WS-TN-GRACA (WS-TURNO-POSICAO)
                    IF WS-MINUTO-SIGNON <= WS-MINUTO-FIM
                        MOVE "S" TO WS-ESCALA-ACHADA
                    END-IF
                END-IF
            END-IF.
            IF WS-ESCALA-ACHADA = "N"
                MOVE WS-OP-TURNO (WS-OP-IDX) TO WS-TURNO-SIGNON
            END-IF.

       LOCALIZAR-JANELA-TURNO.
            MOVE "N" TO WS-TURNO-ACHADO.
            MOVE ZERO TO WS-TURNO-POSICAO.
                WS-MINUTOS-EDITADO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            IF WS-COBRINDO-SIGNON NOT = SPACES
                MOVE "COBRINDO" TO LINHA-RELATORIO (77:8)
                MOVE WS-COBRINDO-SIGNON TO LINHA-RELATORIO (86:8)
            END-IF.
            WRITE LINHA-RELATORIO.

      *> Sign-on sem como avaliar: operador fora do cadastro ou
