      *> data/RELSWEEP.DAT para a supervisao cobrar o operador.
      *> Janela com inicio maior que o fim cruza a meia-noite: o fim
      *> da janela cai no dia seguinte ao do sign-on.
      *> Sessao de dia com escala (ESCALA.DAT, mantida pelo escMant)
      *> e julgada pela janela do turno da escala -- numa troca ou
      *> cobertura e o turno do colega, nao o OP-TURNO do cadastro.
      *> Sign-on de madrugada sem escala no proprio dia vale pelo
      *> turno noturno escalado na vespera, se ainda dentro dele. Da
      *> escala so sao carregados os dias que a varredura consulta:
      *> o dia do sign-on de cada sessao corrente e a vespera dele.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.

           SELECT ROSTER-FILE ASSIGN TO "data/ESCALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER-FILE.

           SELECT REPORT-FILE ASSIGN TO "data/RELSWEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.
       FD  AUDIT-LOG.
           COPY AUDITLOG.

       FD  ROSTER-FILE.
           COPY ESCALA.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(100).

       01  WS-FS-SESSIONS-FILE  PIC XX   VALUE "00".
       01  WS-FS-AUDIT-LOG      PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".
       01  WS-FS-ROSTER-FILE    PIC XX   VALUE "00".

       01  WS-DATA-HORA-ATUAL   PIC X(21) VALUE SPACES.
       01  WS-DATA-ATUAL        PIC 9(8)  VALUE ZERO.
               10  WS-SS-DATA-SIGNON   PIC 9(8).
               10  WS-SS-HORA-SIGNON   PIC 9(6).
               10  WS-SS-SITUACAO      PIC X(1).
               10  WS-SS-DATA-VESPERA  PIC 9(8).

      *> Escala das sessoes correntes, em ordem de ID + data: so o
      *> dia do sign-on e a vespera de cada sessao -- no maximo dois
      *> dias por sessao.
       01  WS-TABELA-ESCALA.
           05  WS-QTDE-ESCALA      PIC 9(4) VALUE ZERO.
           05  WS-ESCALA-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-QTDE-ESCALA
                   ASCENDING KEY IS WS-ES-OPERADOR-ID WS-ES-DATA
                   INDEXED BY WS-ES-IDX.
               10  WS-ES-OPERADOR-ID   PIC X(8).
               10  WS-ES-DATA          PIC 9(8).
               10  WS-ES-TURNO         PIC X(2).
               10  WS-ES-COBRINDO-ID   PIC X(8).
               10  WS-ES-SUPERVISOR-ID PIC X(8).

       01  WS-ESCALA-ACHADA     PIC X     VALUE "N".
       01  WS-ESCALA-NECESSARIA PIC X     VALUE "N".
       01  WS-DATA-ESCALA       PIC 9(8)  VALUE ZERO.
       01  WS-COBRINDO-SESSAO   PIC X(8)  VALUE SPACES.
       01  WS-MINUTO-SIGNON     PIC S9(5) VALUE ZERO.
       01  WS-TURNO-SIGNON-CADASTRO PIC X(2) VALUE SPACES.

      *> Dados do operador e da janela da sessao em avaliacao.
       01  WS-K                 PIC 9(4)  VALUE ZERO.
            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM CARREGAR-TABELA-TURNOS.
            PERFORM CARREGAR-TABELA-SESSOES.
            PERFORM CARREGAR-TABELA-ESCALA.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECALHO.
                                WS-SS-DATA-SIGNON (WS-QTDE-SESSOES)
                            MOVE SS-HORA-SIGNON TO
                                WS-SS-HORA-SIGNON (WS-QTDE-SESSOES)
                            COMPUTE WS-SS-DATA-VESPERA
                                    (WS-QTDE-SESSOES) =
                                FUNCTION DATE-OF-INTEGER
                                (FUNCTION INTEGER-OF-DATE
                                    (SS-DATA-SIGNON) - 1)
      *> Arquivo gravado antes da situacao existir no layout vem
      *> com o campo em branco: vale sessao ativa. Sessao em pausa
      *> abandonada e varrida como qualquer outra.
                    "sessao corrente para avaliar."
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
                            PERFORM VERIFICAR-ESCALA-NECESSARIA
                            IF WS-ESCALA-NECESSARIA = "S"
                                AND WS-QTDE-ESCALA < 1000
                                ADD 1 TO WS-QTDE-ESCALA
                                MOVE ESCALA-REGISTRO TO
                                    WS-ESCALA-ITEM (WS-QTDE-ESCALA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ROSTER-FILE
            ELSE
                DISPLAY "AVISO: ESCALA.DAT inexistente (status "
                    WS-FS-ROSTER-FILE "). Toda sessao sera julgada "
                    "pelo turno do cadastro."
            END-IF.

      *> O dia da escala interessa se e o dia do sign-on ou a vespera
      *> de alguma sessao corrente do mesmo operador.
       VERIFICAR-ESCALA-NECESSARIA.
            MOVE "N" TO WS-ESCALA-NECESSARIA.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-SESSOES
                        OR WS-ESCALA-NECESSARIA = "S"
                IF WS-SS-OPERADOR-ID (WS-K) = ES-OPERADOR-ID
                        AND (WS-SS-DATA-SIGNON (WS-K) = ES-DATA
                            OR WS-SS-DATA-VESPERA (WS-K) = ES-DATA)
                    MOVE "S" TO WS-ESCALA-NECESSARIA
                END-IF
            END-PERFORM.

       ABRIR-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG.
            IF WS-FS-AUDIT-LOG = "35"
            MOVE "N" TO WS-VARRER-SESSAO.
            MOVE SPACES TO WS-MOTIVO-VARREDURA.
            PERFORM LOCALIZAR-OPERADOR-SESSAO.
            IF WS-OPERADOR-ACHADO = "S"
                PERFORM APLICAR-TURNO-ESCALA
            END-IF.

            IF WS-OPERADOR-ACHADO = "N"
      *> Sessao de operador que nem existe mais no cadastro: lixo
            MOVE SPACES TO WS-NOME-SESSAO.
            MOVE SPACES TO WS-TURNO-SESSAO.
            MOVE SPACES TO WS-SITE-SESSAO.
            MOVE SPACES TO WS-COBRINDO-SESSAO.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX)
                    MOVE WS-OP-SITE (WS-OP-IDX) TO WS-SITE-SESSAO
            END-SEARCH.

      *> Troca o turno do cadastro pelo da escala: primeiro o dia do
      *> sign-on; sem escala nele, o turno da vespera quando cruza a
      *> meia-noite e o sign-on cai antes do fim da janela dele (com
      *> tolerancia) -- e o noturno que comecou na vespera.
       APLICAR-TURNO-ESCALA.
            MOVE WS-SS-DATA-SIGNON (WS-SS-IDX) TO WS-DATA-ESCALA.
            PERFORM LOCALIZAR-DIA-ESCALA.
            IF WS-ESCALA-ACHADA = "N"
                COMPUTE WS-DATA-ESCALA = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DATA-ESCALA) - 1)
                PERFORM LOCALIZAR-DIA-ESCALA
                IF WS-ESCALA-ACHADA = "S"
                    PERFORM CONFERIR-NOTURNO-VESPERA
                END-IF
            END-IF.
            IF WS-ESCALA-ACHADA = "S"
                MOVE WS-ES-TURNO (WS-ES-IDX) TO WS-TURNO-SESSAO
                MOVE WS-ES-COBRINDO-ID (WS-ES-IDX)
                    TO WS-COBRINDO-SESSAO
            END-IF.

       LOCALIZAR-DIA-ESCALA.
            MOVE "N" TO WS-ESCALA-ACHADA.
            IF WS-QTDE-ESCALA > 0
                SET WS-ES-IDX TO 1
                SEARCH ALL WS-ESCALA-ITEM
                    WHEN WS-ES-OPERADOR-ID (WS-ES-IDX)
                            = WS-SS-OPERADOR-ID (WS-SS-IDX)
                     AND WS-ES-DATA (WS-ES-IDX) = WS-DATA-ESCALA
                        MOVE "S" TO WS-ESCALA-ACHADA
                END-SEARCH
            END-IF.

       CONFERIR-NOTURNO-VESPERA.
            MOVE WS-TURNO-SESSAO TO WS-TURNO-SIGNON-CADASTRO.
            MOVE WS-ES-TURNO (WS-ES-IDX) TO WS-TURNO-SESSAO.
            PERFORM LOCALIZAR-JANELA-TURNO.
            MOVE "N" TO WS-ESCALA-ACHADA.
            IF WS-TURNO-ACHADO = "S"
                IF WS-TN-HORA-INICIO (WS-TURNO-POSICAO)
                        > WS-TN-HORA-FIM (WS-TURNO-POSICAO)
                    MOVE WS-SS-HORA-SIGNON (WS-SS-IDX)
                        TO WS-HORA-DECOMPOSTA
                    COMPUTE WS-MINUTO-SIGNON =
                        WS-HORA-HH * 60 + WS-HORA-MM
                    MOVE WS-TN-HORA-FIM (WS-TURNO-POSICAO)
                        TO WS-HHMM-DECOMPOSTO
                    COMPUTE WS-MINUTO-FIM-JANELA =
                        WS-HHMM-HH * 60 + WS-HHMM-MM
                        + WS-TN-GRACA (WS-TURNO-POSICAO)
                    IF WS-MINUTO-SIGNON <= WS-MINUTO-FIM-JANELA
                        MOVE "S" TO WS-ESCALA-ACHADA
                    END-IF
                END-IF
            END-IF.
            IF WS-ESCALA-ACHADA = "N"
                MOVE WS-TURNO-SIGNON-CADASTRO TO WS-TURNO-SESSAO
            END-IF.

       LOCALIZAR-JANELA-TURNO.
            MOVE "N" TO WS-TURNO-ACHADO.
            MOVE ZERO TO WS-TURNO-POSICAO.
                "SIGN-ON            TURNO MOTIVO"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            MOVE "COBRINDO" TO LINHA-RELATORIO (93:8).
            WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-VARRIDO.
                WS-MOTIVO-VARREDURA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            MOVE WS-COBRINDO-SESSAO TO LINHA-RELATORIO (93:8).
            WRITE LINHA-RELATORIO.

       IMPRIMIR-RODAPE.
