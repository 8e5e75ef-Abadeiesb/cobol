      *> registrados como "OK". E o restart da noite inteira, nao so
      *> o checkpoint interno do firstProgram.
      *>
      *> Os passos vem da agenda data/JOBSCHED.DAT (JOBSCHED.cpy),
      *> mantida por operacoes: frequencia de cada passo (diario,
      *> semanal num dia da semana, primeiro ou ultimo dia util do
      *> mes, ultimo dia util do ano), modelo do comando e se um
      *> erro para a cadeia ou so fica registrado.
      *> Passo que nao cai na data vai ao JOBLOG como "ND" (nao
      *> devido). Os dias sem processamento ficam em CALENDAR.DAT.
      *> Agenda ausente ou com linha invalida: nada roda, RC 8.
      *>
      *> PARM: data de processamento AAAAMMDD; sem PARM, a data
      *> atual. O proprio jobChain devolve RETURN-CODE 8 quando a
      *> cadeia parou em um passo com erro.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG-FILE.

           SELECT SCHEDULE-FILE ASSIGN TO "data/JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCHEDULE-FILE.

           SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDAR-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE.
           COPY JOBLOG.

       FD  SCHEDULE-FILE.
           COPY JOBSCHED.

       FD  CALENDAR-FILE.
           COPY CALENDAR.

       WORKING-STORAGE SECTION.
       01  WS-FS-JOBLOG-FILE    PIC XX    VALUE "00".
       01  WS-FS-SCHEDULE-FILE  PIC XX    VALUE "00".
       01  WS-FS-CALENDAR-FILE  PIC XX    VALUE "00".

       01  WS-PARAMETRO-DATA    PIC X(8)  VALUE SPACES.
       01  WS-DATA-PROCESSO     PIC 9(8)  VALUE ZERO.
       01  WS-DATA-HORA-ATUAL   PIC X(21) VALUE SPACES.

      *> Tabela de passos da cadeia, na ordem da agenda. O comando
      *> leva "&DATA"/"&MES" onde entram a data de processamento e o
      *> mes dela; passo sem marcador roda como esta (o firstProgram
      *> BATCH processa o SIGNONTRANS.DAT montado para o proprio dia).
      *> O rerun reconhece o passo ja OK pelo nome, nao pela posicao,
      *> para a agenda poder ganhar passos entre uma rodada e outra.
       01  WS-TABELA-PASSOS.
           05  WS-QTDE-PASSOS      PIC 9(2) VALUE ZERO.
           05  WS-PASSO-ITEM OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-QTDE-PASSOS
                   INDEXED BY WS-PA-IDX.
               10  WS-PA-NOME          PIC X(12).
               10  WS-PA-COMANDO       PIC X(60).
               10  WS-PA-FREQUENCIA    PIC X(1).
               10  WS-PA-DIA-SEMANA    PIC 9(1).
               10  WS-PA-ACAO-FALHA    PIC X(1).
               10  WS-PA-JA-OK         PIC X(1).
               10  WS-PA-JA-ND         PIC X(1).
       01  WS-AGENDA-VALIDA     PIC X     VALUE "S".
       01  WS-LINHA-AGENDA      PIC 9(4)  VALUE ZERO.

      *> Dias sem processamento (CALENDAR.DAT), em qualquer ordem.
       01  WS-TABELA-CALENDARIO.
           05  WS-QTDE-DIAS-SEM-PROC PIC 9(4) VALUE ZERO.
           05  WS-DIA-SEM-PROC OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-DIAS-SEM-PROC
                   PIC 9(8).

      *> Dados da data de processamento para a frequencia: dia da
      *> semana (1 = segunda ... 7 = domingo, a partir do inteiro da
      *> data -- 01/01/1601 foi uma segunda), se e o primeiro ou o
      *> ultimo dia util do mes, e o mes anterior ao dela.
       01  WS-INT-PROCESSO      PIC 9(7)  VALUE ZERO.
       01  WS-DIA-SEMANA-PROCESSO PIC 9(1) VALUE ZERO.
       01  WS-MES-PROCESSO      PIC 9(6)  VALUE ZERO.
       01  WS-MES-ANTERIOR      PIC 9(6)  VALUE ZERO.
       01  WS-PROCESSO-SEM-PROC PIC X     VALUE "N".
       01  WS-PRIMEIRO-DIA-UTIL PIC X     VALUE "N".
       01  WS-ULTIMO-DIA-UTIL   PIC X     VALUE "N".
       01  WS-INT-TESTE         PIC 9(7)  VALUE ZERO.
       01  WS-DATA-TESTE        PIC 9(8)  VALUE ZERO.
       01  WS-DIA-SEMANA-TESTE  PIC 9(1)  VALUE ZERO.
       01  WS-TESTE-SEM-PROC    PIC X     VALUE "N".
       01  WS-TESTE-DIA-UTIL    PIC X     VALUE "N".
       01  WS-DIAS-ATRAS        PIC 9(1)  VALUE ZERO.
       01  WS-DIA-ALVO-ACHADO   PIC X     VALUE "N".
       01  WS-INTERVALO-SEM-PROC PIC X    VALUE "S".
       01  WS-PASSO-DEVIDO      PIC X     VALUE "S".
       01  WS-C                 PIC 9(4)  VALUE ZERO.
       01  WS-PONTEIRO-COMANDO  PIC 9(3)  VALUE ZERO.

       01  WS-P                 PIC 9(2)  VALUE ZERO.
       01  WS-PASSO-CORRENTE    PIC 9(2)  VALUE ZERO.
       01  WS-COMANDO-MONTADO   PIC X(80) VALUE SPACES.
      *> O CALL "SYSTEM" devolve em RETURN-CODE o status de espera
      *> cru do sistema, com o codigo de saida do programa nos bits
      *> altos (sair com 8 chega aqui como 2048): o status e dividido

       01  WS-TOTAL-EXECUTADOS  PIC 9(2)  VALUE ZERO.
       01  WS-TOTAL-PULADOS     PIC 9(2)  VALUE ZERO.
       01  WS-TOTAL-NAO-DEVIDOS PIC 9(2)  VALUE ZERO.
       01  WS-TOTAL-ERROS-REGISTRADOS PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            DISPLAY "Cadeia noturna -- data de processamento "
                WS-DATA-PROCESSO.

            PERFORM CARREGAR-AGENDA-PASSOS.
            IF WS-AGENDA-VALIDA = "N"
                DISPLAY "ERRO: agenda data/JOBSCHED.DAT ausente ou "
                    "invalida -- nenhum passo foi executado."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARREGAR-CALENDARIO.
            PERFORM CALCULAR-DADOS-DATA-PROCESSO.
            PERFORM CARREGAR-PASSOS-JA-OK.
            PERFORM EXECUTAR-CADEIA.

            DISPLAY "Cadeia encerrada. Executados: "
                WS-TOTAL-EXECUTADOS
                "  Pulados (ja OK): " WS-TOTAL-PULADOS
                "  Nao devidos: " WS-TOTAL-NAO-DEVIDOS.
            IF WS-TOTAL-ERROS-REGISTRADOS > 0
                DISPLAY "Passos com erro que nao param a cadeia: "
                    WS-TOTAL-ERROS-REGISTRADOS " -- veja JOBLOG.DAT."
            END-IF.
            IF WS-CADEIA-PAROU = "S"
                DISPLAY "CADEIA INTERROMPIDA no passo "
                    WS-PASSO-CORRENTE " -- corrija e rode de novo "
            END-IF.
            STOP RUN.

       CARREGAR-AGENDA-PASSOS.
            MOVE ZERO TO WS-QTDE-PASSOS.
            MOVE ZERO TO WS-LINHA-AGENDA.
            MOVE "S" TO WS-AGENDA-VALIDA.
            OPEN INPUT SCHEDULE-FILE.
            IF WS-FS-SCHEDULE-FILE NOT = "00"
                DISPLAY "ERRO: nao foi possivel abrir JOBSCHED.DAT "
                    "(status " WS-FS-SCHEDULE-FILE ")."
                MOVE "N" TO WS-AGENDA-VALIDA
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ SCHEDULE-FILE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            ADD 1 TO WS-LINHA-AGENDA
                            IF AGENDA-PASSO-REGISTRO NOT = SPACES
                                    AND AG-PASSO-NOME (1:1) NOT = "*"
                                PERFORM INCLUIR-PASSO-AGENDA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SCHEDULE-FILE
                IF WS-QTDE-PASSOS = ZERO
                    DISPLAY "ERRO: JOBSCHED.DAT sem nenhum passo."
                    MOVE "N" TO WS-AGENDA-VALIDA
                END-IF
            END-IF.

       INCLUIR-PASSO-AGENDA.
            IF WS-QTDE-PASSOS >= 30
                DISPLAY "ERRO: JOBSCHED.DAT linha " WS-LINHA-AGENDA
                    ": mais de 30 passos na agenda."
                MOVE "N" TO WS-AGENDA-VALIDA
            ELSE
                IF AG-PASSO-NOME = SPACES
                        OR AG-COMANDO = SPACES
                        OR NOT (AG-FREQ-DIARIA OR AG-FREQ-SEMANAL
                            OR AG-FREQ-INICIO-MES OR AG-FREQ-FIM-MES
                            OR AG-FREQ-FIM-ANO)
                        OR NOT (AG-FALHA-PARA-CADEIA
                            OR AG-FALHA-CONTINUA)
                        OR (AG-FREQ-SEMANAL
                            AND (AG-DIA-SEMANA < "1"
                                OR AG-DIA-SEMANA > "7"))
                    DISPLAY "ERRO: JOBSCHED.DAT linha " WS-LINHA-AGENDA
                        " invalida: " AG-PASSO-NOME " "
                        AG-FREQUENCIA AG-DIA-SEMANA AG-ACAO-FALHA
                    MOVE "N" TO WS-AGENDA-VALIDA
                ELSE
                    ADD 1 TO WS-QTDE-PASSOS
                    MOVE AG-PASSO-NOME TO WS-PA-NOME (WS-QTDE-PASSOS)
                    MOVE AG-COMANDO TO WS-PA-COMANDO (WS-QTDE-PASSOS)
                    MOVE AG-FREQUENCIA
                        TO WS-PA-FREQUENCIA (WS-QTDE-PASSOS)
                    IF AG-FREQ-SEMANAL
                        MOVE AG-DIA-SEMANA
                            TO WS-PA-DIA-SEMANA (WS-QTDE-PASSOS)
                    ELSE
                        MOVE ZERO TO WS-PA-DIA-SEMANA (WS-QTDE-PASSOS)
                    END-IF
                    MOVE AG-ACAO-FALHA
                        TO WS-PA-ACAO-FALHA (WS-QTDE-PASSOS)
                    MOVE "N" TO WS-PA-JA-OK (WS-QTDE-PASSOS)
                    MOVE "N" TO WS-PA-JA-ND (WS-QTDE-PASSOS)
                END-IF
            END-IF.

      *> Sem CALENDAR.DAT todo dia e dia com processamento (e todo
      *> dia de segunda a sexta e util) -- so um aviso. Feriado de
      *> um site so (CA-SITE preenchido) nao para a cadeia.
       CARREGAR-CALENDARIO.
            MOVE ZERO TO WS-QTDE-DIAS-SEM-PROC.
            OPEN INPUT CALENDAR-FILE.
            IF WS-FS-CALENDAR-FILE NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir CALENDAR.DAT "
                    "(status " WS-FS-CALENDAR-FILE ") -- nenhum dia "
                    "sem processamento considerado."
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ CALENDAR-FILE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF CA-DATA NUMERIC
                                    AND CA-SITE = SPACES
                                    AND WS-QTDE-DIAS-SEM-PROC < 500
                                ADD 1 TO WS-QTDE-DIAS-SEM-PROC
                                MOVE CA-DATA TO WS-DIA-SEM-PROC
                                    (WS-QTDE-DIAS-SEM-PROC)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDAR-FILE
            END-IF.

       CALCULAR-DADOS-DATA-PROCESSO.
            COMPUTE WS-INT-PROCESSO =
                FUNCTION INTEGER-OF-DATE (WS-DATA-PROCESSO).
            MOVE WS-DATA-PROCESSO (1:6) TO WS-MES-PROCESSO.

      *> Mes anterior: o dia antes do dia 1 do mes da data.
            MOVE WS-DATA-PROCESSO TO WS-DATA-TESTE.
            MOVE "01" TO WS-DATA-TESTE (7:2).
            COMPUTE WS-INT-TESTE =
                FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE) - 1.
            COMPUTE WS-DATA-TESTE =
                FUNCTION DATE-OF-INTEGER (WS-INT-TESTE).
            MOVE WS-DATA-TESTE (1:6) TO WS-MES-ANTERIOR.

            MOVE WS-INT-PROCESSO TO WS-INT-TESTE.
            PERFORM CLASSIFICAR-DIA-TESTE.
            MOVE WS-DIA-SEMANA-TESTE TO WS-DIA-SEMANA-PROCESSO.
            MOVE WS-TESTE-SEM-PROC TO WS-PROCESSO-SEM-PROC.

      *> Primeiro dia util do mes: a data e util e nenhum dia antes
      *> dela, desde o dia 1, e util.
            MOVE WS-TESTE-DIA-UTIL TO WS-PRIMEIRO-DIA-UTIL.
            IF WS-PRIMEIRO-DIA-UTIL = "S"
                SUBTRACT 1 FROM WS-INT-TESTE
                PERFORM CLASSIFICAR-DIA-TESTE
                PERFORM UNTIL WS-DATA-TESTE (1:6)
                        NOT = WS-DATA-PROCESSO (1:6)
                        OR WS-PRIMEIRO-DIA-UTIL = "N"
                    IF WS-TESTE-DIA-UTIL = "S"
                        MOVE "N" TO WS-PRIMEIRO-DIA-UTIL
                    END-IF
                    SUBTRACT 1 FROM WS-INT-TESTE
                    PERFORM CLASSIFICAR-DIA-TESTE
                END-PERFORM
                MOVE WS-INT-PROCESSO TO WS-INT-TESTE
                PERFORM CLASSIFICAR-DIA-TESTE
            END-IF.

      *> Ultimo dia util do mes: a data e util e nenhum dia depois
      *> dela, ate o fim do mes, e util.
            MOVE WS-TESTE-DIA-UTIL TO WS-ULTIMO-DIA-UTIL.
            IF WS-ULTIMO-DIA-UTIL = "S"
                ADD 1 TO WS-INT-TESTE
                PERFORM CLASSIFICAR-DIA-TESTE
                PERFORM UNTIL WS-DATA-TESTE (1:6)
                        NOT = WS-DATA-PROCESSO (1:6)
                        OR WS-ULTIMO-DIA-UTIL = "N"
                    IF WS-TESTE-DIA-UTIL = "S"
                        MOVE "N" TO WS-ULTIMO-DIA-UTIL
                    END-IF
                    ADD 1 TO WS-INT-TESTE
                    PERFORM CLASSIFICAR-DIA-TESTE
                END-PERFORM
            END-IF.

            DISPLAY "Dia da semana " WS-DIA-SEMANA-PROCESSO
                "  Sem processamento: " WS-PROCESSO-SEM-PROC
                "  Primeiro dia util do mes: " WS-PRIMEIRO-DIA-UTIL
                "  Ultimo: " WS-ULTIMO-DIA-UTIL.

      *> Classifica o dia WS-INT-TESTE: data, dia da semana, se consta
      *> no calendario de dias sem processamento e se e dia util.
       CLASSIFICAR-DIA-TESTE.
            COMPUTE WS-DATA-TESTE =
                FUNCTION DATE-OF-INTEGER (WS-INT-TESTE).
            COMPUTE WS-DIA-SEMANA-TESTE =
                FUNCTION MOD (WS-INT-TESTE - 1, 7) + 1.
            MOVE "N" TO WS-TESTE-SEM-PROC.
            PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C > WS-QTDE-DIAS-SEM-PROC
                IF WS-DIA-SEM-PROC (WS-C) = WS-DATA-TESTE
                    MOVE "S" TO WS-TESTE-SEM-PROC
                END-IF
            END-PERFORM.
            IF WS-TESTE-SEM-PROC = "N" AND WS-DIA-SEMANA-TESTE < 6
                MOVE "S" TO WS-TESTE-DIA-UTIL
            ELSE
                MOVE "N" TO WS-TESTE-DIA-UTIL
            END-IF.

      *> Frequencia do passo corrente contra a data de processamento.
      *> Semanal: devido no dia da semana do passo; se aquele dia (e
      *> os seguintes) foram dias sem processamento, devido no
      *> primeiro dia com processamento depois deles.
       VERIFICAR-PASSO-DEVIDO.
            EVALUATE WS-PA-FREQUENCIA (WS-PASSO-CORRENTE)
                WHEN "D"
                    MOVE "S" TO WS-PASSO-DEVIDO
                WHEN "I"
                    MOVE WS-PRIMEIRO-DIA-UTIL TO WS-PASSO-DEVIDO
                WHEN "M"
                    MOVE WS-ULTIMO-DIA-UTIL TO WS-PASSO-DEVIDO
                WHEN "A"
                    MOVE "N" TO WS-PASSO-DEVIDO
                    IF WS-DATA-PROCESSO (5:2) = "12"
                        MOVE WS-ULTIMO-DIA-UTIL TO WS-PASSO-DEVIDO
                    END-IF
                WHEN "S"
                    MOVE "N" TO WS-PASSO-DEVIDO
                    IF WS-PROCESSO-SEM-PROC = "N"
                        PERFORM VERIFICAR-SEMANAL-DEVIDO
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-PASSO-DEVIDO
            END-EVALUATE.

       VERIFICAR-SEMANAL-DEVIDO.
            IF WS-DIA-SEMANA-PROCESSO
                    = WS-PA-DIA-SEMANA (WS-PASSO-CORRENTE)
                MOVE "S" TO WS-PASSO-DEVIDO
            ELSE
                MOVE "N" TO WS-DIA-ALVO-ACHADO
                MOVE "S" TO WS-INTERVALO-SEM-PROC
                MOVE WS-INT-PROCESSO TO WS-INT-TESTE
                PERFORM VARYING WS-DIAS-ATRAS FROM 1 BY 1
                        UNTIL WS-DIAS-ATRAS > 6
                            OR WS-DIA-ALVO-ACHADO = "S"
                    SUBTRACT 1 FROM WS-INT-TESTE
                    PERFORM CLASSIFICAR-DIA-TESTE
                    IF WS-TESTE-SEM-PROC = "N"
                        MOVE "N" TO WS-INTERVALO-SEM-PROC
                    END-IF
                    IF WS-DIA-SEMANA-TESTE
                            = WS-PA-DIA-SEMANA (WS-PASSO-CORRENTE)
                        MOVE "S" TO WS-DIA-ALVO-ACHADO
                    END-IF
                END-PERFORM
                MOVE WS-INTERVALO-SEM-PROC TO WS-PASSO-DEVIDO
            END-IF.

      *> Rerun da mesma data: todo passo ja gravado no JOBLOG com
      *> situacao "OK" para esta data de processamento e pulado.
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF JL-DATA-PROCESSO = WS-DATA-PROCESSO
                                PERFORM MARCAR-PASSO-JA-REGISTRADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOBLOG-FILE
            END-IF.

       MARCAR-PASSO-JA-REGISTRADO.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PASSOS
                IF WS-PA-NOME (WS-P) = JL-PASSO-NOME
                    IF JL-SITUACAO-OK
                        MOVE "S" TO WS-PA-JA-OK (WS-P)
                    END-IF
                    IF JL-SITUACAO-NAO-DEVIDO
                        MOVE "S" TO WS-PA-JA-ND (WS-P)
                    END-IF
                END-IF
            END-PERFORM.

       EXECUTAR-CADEIA.
            PERFORM VARYING WS-PASSO-CORRENTE FROM 1 BY 1
                    UNTIL WS-PASSO-CORRENTE > WS-QTDE-PASSOS
                        WS-PA-NOME (WS-PASSO-CORRENTE)
                        ") ja OK para esta data -- pulado."
                ELSE
                    PERFORM VERIFICAR-PASSO-DEVIDO
                    IF WS-PASSO-DEVIDO = "S"
                        PERFORM EXECUTAR-PASSO
                    ELSE
                        PERFORM REGISTRAR-PASSO-NAO-DEVIDO
                    END-IF
                END-IF
            END-PERFORM.

      *> Passo fora da frequencia: vai ao JOBLOG como "ND" uma vez por
      *> data de processamento (o rerun nao duplica a linha).
       REGISTRAR-PASSO-NAO-DEVIDO.
            ADD 1 TO WS-TOTAL-NAO-DEVIDOS.
            DISPLAY "Passo " WS-PASSO-CORRENTE " ("
                WS-PA-NOME (WS-PASSO-CORRENTE)
                ") nao devido nesta data -- pulado.".
            IF WS-PA-JA-ND (WS-PASSO-CORRENTE) = "N"
                MOVE ZERO TO WS-HORA-INICIO-PASSO
                MOVE ZERO TO WS-HORA-FIM-PASSO
                MOVE ZERO TO WS-RC-PASSO
                PERFORM GRAVAR-REGISTRO-JOBLOG
            END-IF.

       EXECUTAR-PASSO.
            PERFORM MONTAR-COMANDO-PASSO.
            DISPLAY "Passo " WS-PASSO-CORRENTE " ("
            PERFORM GRAVAR-REGISTRO-JOBLOG.

            IF WS-RC-PASSO NOT = ZERO
                IF WS-PA-ACAO-FALHA (WS-PASSO-CORRENTE) = "C"
                    ADD 1 TO WS-TOTAL-ERROS-REGISTRADOS
                    DISPLAY "Passo " WS-PASSO-CORRENTE " terminou com "
                        "RETURN-CODE " WS-RC-PASSO " -- erro "
                        "registrado, cadeia continua."
                ELSE
                    DISPLAY "Passo " WS-PASSO-CORRENTE " terminou com "
                        "RETURN-CODE " WS-RC-PASSO " -- cadeia "
                        "interrompida."
                    MOVE "S" TO WS-CADEIA-PAROU
                END-IF
            END-IF.

      *> Substitui os marcadores do modelo -- "&DATA" pela data de
      *> processamento, "&MESANT" pelo mes anterior ao dela e "&MES"
      *> pelo mes dela --, em qualquer posicao e quantas vezes
      *> aparecerem, preservando o resto do comando. "&MESANT" e
      *> testado antes de "&MES", que e o comeco dele.
      *> Comando sem marcador sai como esta.
       MONTAR-COMANDO-PASSO.
            MOVE SPACES TO WS-COMANDO-MONTADO.
            MOVE 1 TO WS-PONTEIRO-COMANDO.
            MOVE 1 TO WS-P.
            PERFORM UNTIL WS-P > 60
                EVALUATE TRUE
                    WHEN WS-P <= 56
                        AND WS-PA-COMANDO (WS-PASSO-CORRENTE) (WS-P:5)
                            = "&DATA"
                        STRING WS-DATA-PROCESSO DELIMITED BY SIZE
                            INTO WS-COMANDO-MONTADO
                            WITH POINTER WS-PONTEIRO-COMANDO
                        END-STRING
                        ADD 5 TO WS-P
                    WHEN WS-P <= 54
                        AND WS-PA-COMANDO (WS-PASSO-CORRENTE) (WS-P:7)
                            = "&MESANT"
                        STRING WS-MES-ANTERIOR DELIMITED BY SIZE
                            INTO WS-COMANDO-MONTADO
                            WITH POINTER WS-PONTEIRO-COMANDO
                        END-STRING
                        ADD 7 TO WS-P
                    WHEN WS-P <= 57
                        AND WS-PA-COMANDO (WS-PASSO-CORRENTE) (WS-P:4)
                            = "&MES"
                        STRING WS-MES-PROCESSO DELIMITED BY SIZE
                            INTO WS-COMANDO-MONTADO
                            WITH POINTER WS-PONTEIRO-COMANDO
                        END-STRING
                        ADD 4 TO WS-P
                    WHEN OTHER
                        STRING WS-PA-COMANDO (WS-PASSO-CORRENTE)
                                (WS-P:1)
                            DELIMITED BY SIZE
                            INTO WS-COMANDO-MONTADO
                            WITH POINTER WS-PONTEIRO-COMANDO
                        END-STRING
                        ADD 1 TO WS-P
                END-EVALUATE
            END-PERFORM.

       GRAVAR-REGISTRO-JOBLOG.
            OPEN EXTEND JOBLOG-FILE.
            IF WS-FS-JOBLOG-FILE = "35"
            ELSE
                MOVE WS-RC-PASSO TO JL-RETURN-CODE
            END-IF.
            IF WS-PASSO-DEVIDO = "N"
                MOVE "ND" TO JL-SITUACAO
            ELSE
                IF WS-RC-PASSO = ZERO
                    MOVE "OK" TO JL-SITUACAO
                ELSE
                    MOVE "ER" TO JL-SITUACAO
                END-IF
            END-IF.
            WRITE JOBLOG-REGISTRO.
            CLOSE JOBLOG-FILE.
