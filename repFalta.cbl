       IDENTIFICATION DIVISION.
       PROGRAM-ID. repFalta.
       AUTHOR. Franc-Abade.

      *> Relatorio Diario de Faltas e de Sign-On Fora da Escala.
      *> Cruza a escala de trabalho (ESCALA.DAT, mantida pelo
      *> escMant) com os sign-ons ("S") do AUDIT-LOG na data do
      *> relatorio e lista, em data/RELFALTA.DAT:
      *>   - quem estava escalado e nao tem nenhum sign-on -- falta
      *>     ou ausencia a justificar com a supervisao;
      *>   - quem fez sign-on sem estar escalado no dia.
      *> Turno noturno fica na escala na data em que comeca: o dia
      *> escalado num turno que cruza a meia-noite tambem conta como
      *> cumprido com sign-on na madrugada seguinte ate o fim da
      *> janela (com tolerancia), e o sign-on de madrugada de quem
      *> estava no noturno da vespera nao e "sem escala".
      *> Operador coberto por um colega nao aparece: o escMant tira o
      *> dia dele da escala ao registrar a cobertura.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LOCAL-PC.
       OBJECT-COMPUTER. LOCAL-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-MASTER.

           SELECT SHIFT-TABLE ASSIGN TO "data/TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHIFT-TABLE.

           SELECT ROSTER-FILE ASSIGN TO "data/ESCALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER-FILE.

           SELECT AUDIT-LOG ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.

           SELECT REPORT-FILE ASSIGN TO "data/RELFALTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  SHIFT-TABLE.
           COPY TURNOS.

       FD  ROSTER-FILE.
           COPY ESCALA.

       FD  AUDIT-LOG.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-SHIFT-TABLE    PIC XX   VALUE "00".
       01  WS-FS-ROSTER-FILE    PIC XX   VALUE "00".
       01  WS-FS-AUDIT-LOG      PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".

      *> Data do relatorio: PARM AAAAMMDD; sem PARM, a data atual.
      *> A vespera entra pelo noturno que comeca nela e o dia
      *> seguinte pela madrugada do noturno da propria data.
       01  WS-PARAMETRO-DATA    PIC X(8)  VALUE SPACES.
       01  WS-DATA-RELATORIO    PIC 9(8)  VALUE ZERO.
       01  WS-DATA-VESPERA      PIC 9(8)  VALUE ZERO.
       01  WS-DATA-SEGUINTE     PIC 9(8)  VALUE ZERO.

       01  WS-TABELA-OPERADORES.
           05  WS-QTDE-OPERADORES  PIC 9(4) VALUE ZERO.
           05  WS-OPERADOR-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-OPERADORES
                   ASCENDING KEY IS WS-OP-ID
                   INDEXED BY WS-OP-IDX.
               10  WS-OP-ID            PIC X(8).
               10  WS-OP-NOME          PIC X(30).
               10  WS-OP-DEPARTAMENTO  PIC X(10).
               10  WS-OP-TURNO         PIC X(2).
               10  WS-OP-STATUS        PIC X(1).
               10  WS-OP-DATA-EFETIVA  PIC 9(8).
               10  WS-OP-DATA-EXPIRACAO PIC 9(8).
               10  WS-OP-SITE          PIC X(4).

       01  WS-TABELA-TURNOS.
           05  WS-QTDE-TURNOS      PIC 9(3) VALUE ZERO.
           05  WS-TURNO-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-QTDE-TURNOS
                   INDEXED BY WS-TN-IDX.
               10  WS-TN-CODIGO        PIC X(2).
               10  WS-TN-HORA-INICIO   PIC 9(4).
               10  WS-TN-HORA-FIM      PIC 9(4).
               10  WS-TN-GRACA         PIC 9(3).

      *> Dias da escala da data do relatorio e da vespera, em ordem
      *> de ID + data, com a marca de sign-on achado.
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
               10  WS-ES-COMPARECEU    PIC X.

      *> Operadores com sign-on na data sem escala: um item por
      *> operador, com o primeiro sign-on e a quantidade no dia.
       01  WS-TABELA-SEM-ESCALA.
           05  WS-QTDE-SEM-ESCALA  PIC 9(4) VALUE ZERO.
           05  WS-SEM-ESCALA-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-SEM-ESCALA
                   INDEXED BY WS-SE-IDX.
               10  WS-SE-OPERADOR-ID   PIC X(8).
               10  WS-SE-PRIMEIRA-HORA PIC 9(6).
               10  WS-SE-QTDE-SIGNONS  PIC 9(4).

       01  WS-DATA-ESCALA       PIC 9(8)  VALUE ZERO.
       01  WS-ESCALA-ACHADA     PIC X     VALUE "N".
       01  WS-SEM-ESCALA-ACHADO PIC X     VALUE "N".
       01  WS-OPERADOR-ACHADO   PIC X     VALUE "N".
       01  WS-TURNO-ACHADO      PIC X     VALUE "N".
       01  WS-TURNO-POSICAO     PIC 9(3)  VALUE ZERO.
       01  WS-TURNO-PROCURADO   PIC X(2)  VALUE SPACES.
       01  WS-ID-PROCURADO      PIC X(8)  VALUE SPACES.
       01  WS-NOME-OPERADOR     PIC X(30) VALUE SPACES.
       01  WS-I                 PIC 9(4)  VALUE ZERO.
       01  WS-T                 PIC 9(3)  VALUE ZERO.

       01  WS-MINUTO-SIGNON     PIC S9(5) VALUE ZERO.
       01  WS-MINUTO-FIM        PIC S9(5) VALUE ZERO.
       01  WS-HORA-DECOMPOSTA.
           05  WS-HORA-HH          PIC 9(2) VALUE ZERO.
           05  WS-HORA-MM          PIC 9(2) VALUE ZERO.
           05  WS-HORA-SS          PIC 9(2) VALUE ZERO.
       01  WS-HHMM-DECOMPOSTO.
           05  WS-HHMM-HH          PIC 9(2) VALUE ZERO.
           05  WS-HHMM-MM          PIC 9(2) VALUE ZERO.
       01  WS-HORA-FORMATADA    PIC X(8)  VALUE SPACES.
       01  WS-JANELA-FORMATADA  PIC X(10) VALUE SPACES.

       01  WS-TOTAL-ESCALADOS   PIC 9(6)  VALUE ZERO.
       01  WS-TOTAL-FALTAS      PIC 9(6)  VALUE ZERO.
       01  WS-TOTAL-SEM-ESCALA  PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            ACCEPT WS-PARAMETRO-DATA FROM COMMAND-LINE.
            IF WS-PARAMETRO-DATA = SPACES
                    OR WS-PARAMETRO-DATA NOT NUMERIC
                MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-RELATORIO
            ELSE
                MOVE WS-PARAMETRO-DATA TO WS-DATA-RELATORIO
            END-IF.
            COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-DATA-RELATORIO) - 1).
            COMPUTE WS-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-DATA-RELATORIO) + 1).

            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM CARREGAR-TABELA-TURNOS.
            PERFORM CARREGAR-TABELA-ESCALA.
            PERFORM VARRER-AUDIT-LOG.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECALHO.
            PERFORM IMPRIMIR-FALTAS.
            PERFORM IMPRIMIR-SEM-ESCALA.
            PERFORM IMPRIMIR-RODAPE.
            CLOSE REPORT-FILE.

            DISPLAY "Faltas e sign-ons fora da escala gravados em "
                "data/RELFALTA.DAT. Escalados: " WS-TOTAL-ESCALADOS
                "  Sem sign-on: " WS-TOTAL-FALTAS
                "  Sign-on sem escala: " WS-TOTAL-SEM-ESCALA.
            STOP RUN.

       CARREGAR-TABELA-OPERADORES.
            MOVE ZERO TO WS-QTDE-OPERADORES.
            OPEN INPUT OPERADOR-MASTER.
            IF WS-FS-OPERADOR-MASTER = "00"
                PERFORM UNTIL WS-FS-OPERADOR-MASTER = "10"
                    READ OPERADOR-MASTER
                        AT END
                            MOVE "10" TO WS-FS-OPERADOR-MASTER
                        NOT AT END
                            ADD 1 TO WS-QTDE-OPERADORES
                            MOVE OP-ID
                                TO WS-OP-ID (WS-QTDE-OPERADORES)
                            MOVE OP-NOME
                                TO WS-OP-NOME (WS-QTDE-OPERADORES)
                            MOVE OP-DEPARTAMENTO TO
                                WS-OP-DEPARTAMENTO
                                    (WS-QTDE-OPERADORES)
                            MOVE OP-TURNO TO
                                WS-OP-TURNO (WS-QTDE-OPERADORES)
                            MOVE OP-STATUS TO
                                WS-OP-STATUS (WS-QTDE-OPERADORES)
                            MOVE OP-DATA-EFETIVA TO
                                WS-OP-DATA-EFETIVA
                                    (WS-QTDE-OPERADORES)
                            MOVE OP-DATA-EXPIRACAO TO
                                WS-OP-DATA-EXPIRACAO
                                    (WS-QTDE-OPERADORES)
                            MOVE OP-SITE TO
                                WS-OP-SITE (WS-QTDE-OPERADORES)
                    END-READ
                END-PERFORM
                CLOSE OPERADOR-MASTER
            ELSE
                DISPLAY "AVISO: nao foi possivel abrir "
                    "OPERMAST.DAT (status " WS-FS-OPERADOR-MASTER
                    ")."
            END-IF.

       CARREGAR-TABELA-TURNOS.
            MOVE ZERO TO WS-QTDE-TURNOS.
            OPEN INPUT SHIFT-TABLE.
            IF WS-FS-SHIFT-TABLE = "00"
                PERFORM UNTIL WS-FS-SHIFT-TABLE = "10"
                    READ SHIFT-TABLE
                        AT END
                            MOVE "10" TO WS-FS-SHIFT-TABLE
                        NOT AT END
                            ADD 1 TO WS-QTDE-TURNOS
                            MOVE TN-CODIGO TO
                                WS-TN-CODIGO (WS-QTDE-TURNOS)
                            MOVE TN-HORA-INICIO TO
                                WS-TN-HORA-INICIO (WS-QTDE-TURNOS)
                            MOVE TN-HORA-FIM TO
                                WS-TN-HORA-FIM (WS-QTDE-TURNOS)
                            MOVE TN-GRACA-MINUTOS TO
                                WS-TN-GRACA (WS-QTDE-TURNOS)
                    END-READ
                END-PERFORM
                CLOSE SHIFT-TABLE
            ELSE
                DISPLAY "AVISO: nao foi possivel abrir TURNOS.DAT "
                    "(status " WS-FS-SHIFT-TABLE "). Turno noturno "
                    "nao sera reconhecido na madrugada."
            END-IF.

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
                                MOVE "N" TO WS-ES-COMPARECEU
                                    (WS-QTDE-ESCALA)
                                IF ES-DATA = WS-DATA-RELATORIO
                                    ADD 1 TO WS-TOTAL-ESCALADOS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ROSTER-FILE
            ELSE
                DISPLAY "AVISO: ESCALA.DAT inexistente (status "
                    WS-FS-ROSTER-FILE "). Todo sign-on saira como "
                    "sem escala."
            END-IF.

      *> Sign-on na data: cumpre o dia escalado, ou pertence ao
      *> noturno da vespera, ou e sign-on sem escala. Sign-on no dia
      *> seguinte so interessa para a madrugada do noturno da data.
       VARRER-AUDIT-LOG.
            OPEN INPUT AUDIT-LOG.
            IF WS-FS-AUDIT-LOG NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir AUDITLOG.DAT "
                    "(status " WS-FS-AUDIT-LOG "). Todo escalado "
                    "saira sem sign-on."
            ELSE
                PERFORM UNTIL WS-FS-AUDIT-LOG = "10"
                    READ AUDIT-LOG
                        AT END
                            MOVE "10" TO WS-FS-AUDIT-LOG
                        NOT AT END
                            IF AL-TIPO-TRANSACAO = "S"
                                IF AL-DATA = WS-DATA-RELATORIO
                                    PERFORM AVALIAR-SIGNON-DATA
                                END-IF
                                IF AL-DATA = WS-DATA-SEGUINTE
                                    PERFORM AVALIAR-SIGNON-SEGUINTE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF.

      *> A madrugada do noturno da vespera e conferida primeiro: com
      *> o operador escalado nos dois dias, o sign-on dentro daquela
      *> janela e do turno da vespera e nao cobre o dia da data.
       AVALIAR-SIGNON-DATA.
            MOVE WS-DATA-VESPERA TO WS-DATA-ESCALA.
            PERFORM LOCALIZAR-DIA-ESCALA.
            IF WS-ESCALA-ACHADA = "S"
                PERFORM CONFERIR-MADRUGADA-NOTURNO
            END-IF.
            IF WS-ESCALA-ACHADA = "N"
                MOVE WS-DATA-RELATORIO TO WS-DATA-ESCALA
                PERFORM LOCALIZAR-DIA-ESCALA
                IF WS-ESCALA-ACHADA = "S"
                    MOVE "S" TO WS-ES-COMPARECEU (WS-ES-IDX)
                ELSE
                    PERFORM REGISTRAR-SEM-ESCALA
                END-IF
            END-IF.

       AVALIAR-SIGNON-SEGUINTE.
            MOVE WS-DATA-RELATORIO TO WS-DATA-ESCALA.
            PERFORM LOCALIZAR-DIA-ESCALA.
            IF WS-ESCALA-ACHADA = "S"
                PERFORM CONFERIR-MADRUGADA-NOTURNO
                IF WS-ESCALA-ACHADA = "S"
                    MOVE "S" TO WS-ES-COMPARECEU (WS-ES-IDX)
                END-IF
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

      *> O dia escalado na posicao WS-ES-IDX so vale para um sign-on
      *> do dia seguinte quando o turno cruza a meia-noite e o
      *> sign-on cai ate o fim da janela mais a tolerancia.
       CONFERIR-MADRUGADA-NOTURNO.
            MOVE WS-ES-TURNO (WS-ES-IDX) TO WS-TURNO-PROCURADO.
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

       LOCALIZAR-JANELA-TURNO.
            MOVE "N" TO WS-TURNO-ACHADO.
            MOVE ZERO TO WS-TURNO-POSICAO.
            PERFORM VARYING WS-T FROM 1 BY 1
                    UNTIL WS-T > WS-QTDE-TURNOS
                IF WS-TN-CODIGO (WS-T) = WS-TURNO-PROCURADO
                    MOVE "S" TO WS-TURNO-ACHADO
                    MOVE WS-T TO WS-TURNO-POSICAO
                END-IF
            END-PERFORM.

      *> Um item por operador: o primeiro sign-on do dia e quantos
      *> houve (o AUDIT-LOG vem em ordem de gravacao).
       REGISTRAR-SEM-ESCALA.
            MOVE "N" TO WS-SEM-ESCALA-ACHADO.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-SEM-ESCALA
                        OR WS-SEM-ESCALA-ACHADO = "S"
                IF WS-SE-OPERADOR-ID (WS-I) = AL-OPERADOR-ID
                    MOVE "S" TO WS-SEM-ESCALA-ACHADO
                    ADD 1 TO WS-SE-QTDE-SIGNONS (WS-I)
                    IF AL-HORA < WS-SE-PRIMEIRA-HORA (WS-I)
                        MOVE AL-HORA TO WS-SE-PRIMEIRA-HORA (WS-I)
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-SEM-ESCALA-ACHADO = "N"
                IF WS-QTDE-SEM-ESCALA < 500
                    ADD 1 TO WS-QTDE-SEM-ESCALA
                    MOVE AL-OPERADOR-ID
                        TO WS-SE-OPERADOR-ID (WS-QTDE-SEM-ESCALA)
                    MOVE AL-HORA
                        TO WS-SE-PRIMEIRA-HORA (WS-QTDE-SEM-ESCALA)
                    MOVE 1 TO WS-SE-QTDE-SIGNONS (WS-QTDE-SEM-ESCALA)
                ELSE
                    DISPLAY "AVISO: mais de 500 operadores sem "
                        "escala -- " AL-OPERADOR-ID " fora do "
                        "relatorio."
                END-IF
            END-IF.

       LOCALIZAR-NOME-OPERADOR.
            MOVE "N" TO WS-OPERADOR-ACHADO.
            MOVE "*** FORA DO CADASTRO ***" TO WS-NOME-OPERADOR.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX) = WS-ID-PROCURADO
                    MOVE "S" TO WS-OPERADOR-ACHADO
                    MOVE WS-OP-NOME (WS-OP-IDX) TO WS-NOME-OPERADOR
            END-SEARCH.

       IMPRIMIR-CABECALHO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "FALTAS E SIGN-ONS FORA DA ESCALA"
                "  Data: " WS-DATA-RELATORIO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

       IMPRIMIR-FALTAS.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE "ESCALADOS SEM SIGN-ON" TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "ID OPERADOR  NOME                            "
                "TURNO JANELA      COBRINDO"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-ESCALA
                IF WS-ES-DATA (WS-I) = WS-DATA-RELATORIO
                    AND WS-ES-COMPARECEU (WS-I) = "N"
                    ADD 1 TO WS-TOTAL-FALTAS
                    PERFORM IMPRIMIR-LINHA-FALTA
                END-IF
            END-PERFORM.

       IMPRIMIR-LINHA-FALTA.
            MOVE WS-ES-OPERADOR-ID (WS-I) TO WS-ID-PROCURADO.
            PERFORM LOCALIZAR-NOME-OPERADOR.
            MOVE WS-ES-TURNO (WS-I) TO WS-TURNO-PROCURADO.
            PERFORM LOCALIZAR-JANELA-TURNO.
            MOVE SPACES TO WS-JANELA-FORMATADA.
            IF WS-TURNO-ACHADO = "S"
                STRING WS-TN-HORA-INICIO (WS-TURNO-POSICAO) "-"
                    WS-TN-HORA-FIM (WS-TURNO-POSICAO)
                    DELIMITED BY SIZE INTO WS-JANELA-FORMATADA
                END-STRING
            ELSE
                MOVE "SEM JANELA" TO WS-JANELA-FORMATADA
            END-IF.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING WS-ES-OPERADOR-ID (WS-I) "     "
                WS-NOME-OPERADOR "  "
                WS-ES-TURNO (WS-I) "    "
                WS-JANELA-FORMATADA "  "
                WS-ES-COBRINDO-ID (WS-I)
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

       IMPRIMIR-SEM-ESCALA.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE "SIGN-ON SEM ESCALA" TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "ID OPERADOR  NOME                            "
                "TURNO 1O SIGN-ON  SIGN-ONS"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE WS-QTDE-SEM-ESCALA TO WS-TOTAL-SEM-ESCALA.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-SEM-ESCALA
                PERFORM IMPRIMIR-LINHA-SEM-ESCALA
            END-PERFORM.

       IMPRIMIR-LINHA-SEM-ESCALA.
            MOVE WS-SE-OPERADOR-ID (WS-I) TO WS-ID-PROCURADO.
            PERFORM LOCALIZAR-NOME-OPERADOR.
            MOVE WS-SE-PRIMEIRA-HORA (WS-I) TO WS-HORA-DECOMPOSTA.
            STRING WS-HORA-DECOMPOSTA (1:2) ":"
                WS-HORA-DECOMPOSTA (3:2) ":"
                WS-HORA-DECOMPOSTA (5:2)
                DELIMITED BY SIZE INTO WS-HORA-FORMATADA
            END-STRING.
            MOVE SPACES TO LINHA-RELATORIO.
            IF WS-OPERADOR-ACHADO = "S"
                STRING WS-SE-OPERADOR-ID (WS-I) "     "
                    WS-NOME-OPERADOR "  "
                    WS-OP-TURNO (WS-OP-IDX) "    "
                    WS-HORA-FORMATADA "    "
                    WS-SE-QTDE-SIGNONS (WS-I)
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            ELSE
                STRING WS-SE-OPERADOR-ID (WS-I) "     "
                    WS-NOME-OPERADOR "  "
                    "      "
                    WS-HORA-FORMATADA "    "
                    WS-SE-QTDE-SIGNONS (WS-I)
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            END-IF.
            WRITE LINHA-RELATORIO.

       IMPRIMIR-RODAPE.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "DIAS ESCALADOS: " WS-TOTAL-ESCALADOS
                "  SEM SIGN-ON: " WS-TOTAL-FALTAS
                "  SIGN-ON SEM ESCALA: " WS-TOTAL-SEM-ESCALA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
