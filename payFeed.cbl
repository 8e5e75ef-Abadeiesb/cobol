      *> arquivos -- o log e gravado em EXTEND, entao dentro de cada
      *> operador a ordem ja e cronologica e nao ha tabela de
      *> transacoes com teto: o acumulado e por operador x dia do mes.
      *>
      *> Os minutos efetivos sao os trechos ativos da sessao (do
      *> sign-on ou do retorno de pausa ate a pausa ou o sign-off),
      *> e cada trecho e repartido pelos dias e pelas categorias de
      *> pagamento em que caiu: sessao que cruza a meia-noite credita
      *> cada dia com os seus proprios minutos, e cada minuto vai
      *> para dia util, sabado, domingo ou feriado (CALENDAR.DAT, da
      *> empresa ou do site da sessao) e, se caiu entre 22:00 e
      *> 05:00, tambem para os minutos noturnos. Os trechos ficam
      *> pendentes ate o sign-off -- sessao que nunca fecha continua
      *> sem gerar minutos. Para a sessao que cruza a virada do mes,
      *> o ultimo dia do mes anterior e o primeiro do mes seguinte
      *> tambem sao lidos (dos arquivos de retencao deles, se ja
      *> cortados, ou do log vivo), mas so os minutos dentro do mes
      *> do feed sao creditados. Sign-off sem sign-on na janela sai
      *> como ponta solta no sumario do console.
      *>
      *> O nome fisico do arquivo de retencao e do proprio feed e
      *> datado via variavel de ambiente antes do OPEN, como no
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-ARCHIVE.

           SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDAR-FILE.

           SELECT PAY-FEED ASSIGN TO "PAYFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAY-FEED.
           05  AA-SITE                 PIC X(4).
           05  AA-FLAG-SITE            PIC X(1).

       FD  CALENDAR-FILE.
           COPY CALENDAR.

       FD  PAY-FEED.
           COPY PAYFEED.

       01  WS-FS-AUDIT-LOG      PIC XX   VALUE "00".
       01  WS-FS-AUDIT-ARCHIVE  PIC XX   VALUE "00".
       01  WS-FS-PAY-FEED       PIC XX   VALUE "00".
       01  WS-FS-CALENDAR-FILE  PIC XX   VALUE "00".

      *> Mes do feed (AAAAMM) via PARM da linha de comando; sem
      *> PARM, usa o mes da data atual. Na cadeia noturna o passo
      *> roda no primeiro dia util do mes com o mes que fechou
      *> ("&MESANT"): os dias sem expediente do fim do mes e o dia 1
      *> do mes seguinte ja estao no log quando o feed e gerado.
       01  WS-PARAMETRO-PERIODO PIC X(6)  VALUE SPACES.
       01  WS-PERIODO-FEED      PIC X(6)  VALUE SPACES.
       01  WS-NOME-ARCHIVE      PIC X(30) VALUE SPACES.
       01  WS-NOME-FEED         PIC X(30) VALUE SPACES.

      *> Janela de leitura: do ultimo dia do mes anterior ao primeiro
      *> do mes seguinte, e os meses de retencao a abrir.
       01  WS-DATA-PRIMEIRO-DIA PIC 9(8)  VALUE ZERO.
       01  WS-DATA-JANELA-INICIO PIC 9(8) VALUE ZERO.
       01  WS-DATA-JANELA-FIM   PIC 9(8)  VALUE ZERO.
       01  WS-PERIODO-ANTERIOR  PIC X(6)  VALUE SPACES.
       01  WS-PERIODO-SEGUINTE  PIC X(6)  VALUE SPACES.
       01  WS-PERIODO-ARQUIVO   PIC X(6)  VALUE SPACES.
       01  WS-MES-NUMERICO      PIC 9(2)  VALUE ZERO.
       01  WS-ANO-NUMERICO      PIC 9(4)  VALUE ZERO.

      *> Calendario da empresa: feriados (CA-TIPO "F"/branco) de
      *> todos os sites (CA-SITE em branco) ou de um site so.
       01  WS-TABELA-FERIADOS.
           05  WS-QTDE-FERIADOS    PIC 9(4) VALUE ZERO.
           05  WS-FERIADO-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-FERIADOS
                   INDEXED BY WS-FE-IDX.
               10  WS-FE-DATA          PIC 9(8).
               10  WS-FE-SITE          PIC X(4).

      *> Faixa do adicional noturno, em minutos do dia: das 22:00
      *> a meia-noite e da meia-noite as 05:00.
       01  WS-NOTURNO-INICIO    PIC 9(4)  VALUE 1320.
       01  WS-NOTURNO-FIM       PIC 9(4)  VALUE 300.

       01  WS-TABELA-OPERADORES.
           05  WS-QTDE-OPERADORES  PIC 9(4) VALUE ZERO.
           05  WS-OPERADOR-ITEM OCCURS 1 TO 500 TIMES
               10  WS-ACUMULADO-DIA OCCURS 31 TIMES.
                   15  WS-AC-MINUTOS   PIC 9(6).
                   15  WS-AC-SITE      PIC X(4).
                   15  WS-AC-MIN-NORMAL  PIC 9(6).
                   15  WS-AC-MIN-SABADO  PIC 9(6).
                   15  WS-AC-MIN-DOMINGO PIC 9(6).
                   15  WS-AC-MIN-FERIADO PIC 9(6).
                   15  WS-AC-MIN-NOTURNO PIC 9(6).

      *> Minutos da sessao aberta ainda nao creditados, por dia do
      *> mes e categoria: passam para o acumulado no sign-off e sao
      *> descartados se a sessao nao fechar.
       01  WS-TABELA-PENDENTE.
           05  WS-PENDENTE-OPERADOR OCCURS 500 TIMES.
               10  WS-PENDENTE-DIA OCCURS 31 TIMES.
                   15  WS-PE-MINUTOS     PIC 9(6).
                   15  WS-PE-MIN-NORMAL  PIC 9(6).
                   15  WS-PE-MIN-SABADO  PIC 9(6).
                   15  WS-PE-MIN-DOMINGO PIC 9(6).
                   15  WS-PE-MIN-FERIADO PIC 9(6).
                   15  WS-PE-MIN-NOTURNO PIC 9(6).

      *> Sessao aberta por operador durante o casamento (mesma
      *> posicao da tabela de operadores).
               10  WS-AB-DATA          PIC 9(8).
               10  WS-AB-HORA          PIC 9(6).
               10  WS-AB-SITE          PIC X(4).
      *> Pausa corrente da sessao aberta ("P"/"R" da auditoria) e
      *> inicio do trecho ativo corrente (sign-on ou retorno): o
      *> intervalo pausado fica fora dos minutos creditados.
               10  WS-AB-PAUSADO       PIC X(1).
               10  WS-AB-DATA-TRECHO   PIC 9(8).
               10  WS-AB-HORA-TRECHO   PIC 9(6).

      *> Transacao corrente normalizada (vinda do arquivo de
      *> retencao ou do log vivo).
           05  WS-TR-SITE          PIC X(4).

       01  WS-OPERADOR-POSICAO  PIC 9(4)  VALUE ZERO.
       01  WS-I                 PIC 9(4)  VALUE ZERO.
       01  WS-D                 PIC 9(2)  VALUE ZERO.
       01  WS-FIM-ARQUIVO       PIC X     VALUE "N".

      *> Trecho ativo sendo repartido: dias inteiros e minutos do
      *> dia das duas pontas, e o pedaco que cai em cada dia.
       01  WS-DIA-INT-SIGNON    PIC 9(7)  VALUE ZERO.
       01  WS-DIA-INT-SIGNOFF   PIC 9(7)  VALUE ZERO.
       01  WS-DIA-INT-TRECHO    PIC 9(7)  VALUE ZERO.
       01  WS-DATA-TRECHO       PIC 9(8)  VALUE ZERO.
       01  WS-DIA-DO-MES        PIC 9(2)  VALUE ZERO.
       01  WS-MINUTO-DE         PIC S9(5) VALUE ZERO.
       01  WS-MINUTO-ATE        PIC S9(5) VALUE ZERO.
       01  WS-MINUTOS-TRECHO    PIC S9(5) VALUE ZERO.
       01  WS-MINUTOS-NOTURNOS  PIC S9(5) VALUE ZERO.
       01  WS-SITE-TRECHO       PIC X(4)  VALUE SPACES.
       01  WS-DIA-SEMANA        PIC 9     VALUE ZERO.
       01  WS-CATEGORIA-DIA     PIC X     VALUE SPACE.
           88  WS-DIA-FERIADO       VALUE "F".
           88  WS-DIA-DOMINGO       VALUE "D".
           88  WS-DIA-SABADO        VALUE "S".
           88  WS-DIA-NORMAL        VALUE "N".
       01  WS-HORA-DECOMPOSTA.
           05  WS-HORA-HH          PIC 9(2) VALUE ZERO.
           05  WS-HORA-MM          PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-DETALHES    PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-MINUTOS     PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-OPERADORES-FEED PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MIN-NORMAL  PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-MIN-SABADO  PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-MIN-DOMINGO PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-MIN-FERIADO PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-MIN-NOTURNO PIC 9(10) VALUE ZERO.
       01  WS-OPERADOR-NO-FEED  PIC X     VALUE "N".

       PROCEDURE DIVISION.
            DISPLAY "Extracao mensal de horas para a folha -- mes "
                WS-PERIODO-FEED.

            PERFORM CALCULAR-JANELA-LEITURA.
            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM CARREGAR-FERIADOS.
            PERFORM INICIALIZAR-ACUMULADO.

      *> Meses em ordem cronologica, depois o log vivo: dentro de
      *> cada operador as transacoes continuam em ordem.
            MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-ARQUIVO.
            PERFORM PROCESSAR-ARQUIVO-RETENCAO.
            MOVE WS-PERIODO-FEED TO WS-PERIODO-ARQUIVO.
            PERFORM PROCESSAR-ARQUIVO-RETENCAO.
            MOVE WS-PERIODO-SEGUINTE TO WS-PERIODO-ARQUIVO.
            PERFORM PROCESSAR-ARQUIVO-RETENCAO.
            PERFORM PROCESSAR-LOG-VIVO.
            PERFORM FECHAR-PONTAS-SOLTAS.
            DISPLAY "Detalhes no feed: " WS-TOTAL-DETALHES
                "  Minutos: " WS-TOTAL-MINUTOS
                "  Operadores: " WS-TOTAL-OPERADORES-FEED.
            DISPLAY "Minutos dia util: " WS-TOTAL-MIN-NORMAL
                "  Sabado: " WS-TOTAL-MIN-SABADO
                "  Domingo: " WS-TOTAL-MIN-DOMINGO.
            DISPLAY "Minutos feriado: " WS-TOTAL-MIN-FERIADO
                "  Noturnos: " WS-TOTAL-MIN-NOTURNO.
            STOP RUN.

       CALCULAR-JANELA-LEITURA.
            MOVE WS-PERIODO-FEED TO WS-DATA-PRIMEIRO-DIA (1:6).
            MOVE "01" TO WS-DATA-PRIMEIRO-DIA (7:2).
            COMPUTE WS-DATA-JANELA-INICIO = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-DATA-PRIMEIRO-DIA) - 1).
            MOVE WS-DATA-JANELA-INICIO (1:6) TO WS-PERIODO-ANTERIOR.

            MOVE WS-PERIODO-FEED (1:4) TO WS-ANO-NUMERICO.
            MOVE WS-PERIODO-FEED (5:2) TO WS-MES-NUMERICO.
            IF WS-MES-NUMERICO = 12
                ADD 1 TO WS-ANO-NUMERICO
                MOVE 1 TO WS-MES-NUMERICO
            ELSE
                ADD 1 TO WS-MES-NUMERICO
            END-IF.
            MOVE WS-ANO-NUMERICO TO WS-PERIODO-SEGUINTE (1:4).
            MOVE WS-MES-NUMERICO TO WS-PERIODO-SEGUINTE (5:2).
            MOVE WS-PERIODO-SEGUINTE TO WS-DATA-JANELA-FIM (1:6).
            MOVE "01" TO WS-DATA-JANELA-FIM (7:2).

       CARREGAR-TABELA-OPERADORES.
            MOVE ZERO TO WS-QTDE-OPERADORES.
            OPEN INPUT OPERADOR-MASTER.
                    ")."
            END-IF.

      *> Sem CALENDAR.DAT nenhum dia e feriado -- so um aviso. Parada
      *> sem feriado (CA-TIPO "P") nao entra na folha.
       CARREGAR-FERIADOS.
            MOVE ZERO TO WS-QTDE-FERIADOS.
            OPEN INPUT CALENDAR-FILE.
            IF WS-FS-CALENDAR-FILE NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir CALENDAR.DAT "
                    "(status " WS-FS-CALENDAR-FILE ") -- nenhum "
                    "minuto sera classificado como feriado."
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ CALENDAR-FILE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF CA-DATA NUMERIC
                                    AND CA-TIPO-FERIADO
                                    AND WS-QTDE-FERIADOS < 500
                                ADD 1 TO WS-QTDE-FERIADOS
                                MOVE CA-DATA TO
                                    WS-FE-DATA (WS-QTDE-FERIADOS)
                                MOVE CA-SITE TO
                                    WS-FE-SITE (WS-QTDE-FERIADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDAR-FILE
            END-IF.

       INICIALIZAR-ACUMULADO.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 500
                MOVE SPACE TO WS-AB-ABERTA (WS-I)
                MOVE SPACE TO WS-AB-PAUSADO (WS-I)
                PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                    MOVE ZERO TO WS-AC-MINUTOS (WS-I, WS-D)
                    MOVE SPACES TO WS-AC-SITE (WS-I, WS-D)
                    MOVE ZERO TO WS-AC-MIN-NORMAL (WS-I, WS-D)
                    MOVE ZERO TO WS-AC-MIN-SABADO (WS-I, WS-D)
                    MOVE ZERO TO WS-AC-MIN-DOMINGO (WS-I, WS-D)
                    MOVE ZERO TO WS-AC-MIN-FERIADO (WS-I, WS-D)
                    MOVE ZERO TO WS-AC-MIN-NOTURNO (WS-I, WS-D)
                    MOVE ZERO TO WS-PENDENTE-DIA (WS-I, WS-D)
                END-PERFORM
            END-PERFORM.

      *> Arquivo de retencao do mes WS-PERIODO-ARQUIVO. So a falta
      *> do mes do feed merece aviso: o mes vizinho ainda no log
      *> vivo e o normal.
       PROCESSAR-ARQUIVO-RETENCAO.
            MOVE SPACES TO WS-NOME-ARCHIVE.
            STRING "data/AUDITARCH-" WS-PERIODO-ARQUIVO ".DAT"
                DELIMITED BY SIZE INTO WS-NOME-ARCHIVE
            END-STRING.
            SET ENVIRONMENT "DD_ARCHFILE" TO WS-NOME-ARCHIVE.

            OPEN INPUT AUDIT-ARCHIVE.
            IF WS-FS-AUDIT-ARCHIVE NOT = "00"
                IF WS-PERIODO-ARQUIVO = WS-PERIODO-FEED
                    DISPLAY "AVISO: arquivo de retencao "
                        WS-NOME-ARCHIVE " nao encontrado (status "
                        WS-FS-AUDIT-ARCHIVE ") -- o mes sera montado "
                        "so com o log vivo."
                END-IF
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                CLOSE AUDIT-LOG
            END-IF.

      *> Transacoes da janela (mes do feed mais o dia vizinho de cada
      *> lado); so as do mes entram nos contadores do sumario.
       PROCESSAR-TRANSACAO.
            IF WS-TR-DATA < WS-DATA-JANELA-INICIO
                    OR WS-TR-DATA > WS-DATA-JANELA-FIM
                CONTINUE
            ELSE
                IF WS-TR-DATA (1:6) = WS-PERIODO-FEED
                    ADD 1 TO WS-TOTAL-TRANSACOES
                END-IF
                PERFORM LOCALIZAR-OPERADOR-TRANS
                IF WS-OPERADOR-POSICAO = ZERO
      *> Operador que nao esta (mais) no cadastro nao entra na
      *> folha; contado para o sumario do console.
                    IF WS-TR-DATA (1:6) = WS-PERIODO-FEED
                        ADD 1 TO WS-TOTAL-FORA-CADASTRO
                    END-IF
                ELSE
                    EVALUATE WS-TR-TIPO
                        WHEN "S"
       ABRIR-SESSAO-FEED.
            IF WS-AB-ABERTA (WS-OPERADOR-POSICAO) = "S"
      *> Segundo sign-on sem sign-off no meio: a sessao anterior
      *> fica sem fechamento (como no repSession), os minutos dela
      *> pendentes sao descartados e o novo sign-on abre outra.
                IF WS-AB-DATA (WS-OPERADOR-POSICAO) (1:6)
                        = WS-PERIODO-FEED
                    ADD 1 TO WS-TOTAL-SEM-SIGNOFF
                END-IF
                PERFORM DESCARTAR-PENDENTE
            END-IF.
            MOVE "S" TO WS-AB-ABERTA (WS-OPERADOR-POSICAO).
            MOVE WS-TR-DATA TO WS-AB-DATA (WS-OPERADOR-POSICAO).
            MOVE WS-TR-HORA TO WS-AB-HORA (WS-OPERADOR-POSICAO).
            MOVE WS-TR-SITE TO WS-AB-SITE (WS-OPERADOR-POSICAO).
            MOVE SPACE TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO).
            MOVE WS-TR-DATA TO WS-AB-DATA-TRECHO (WS-OPERADOR-POSICAO).
            MOVE WS-TR-HORA TO WS-AB-HORA-TRECHO (WS-OPERADOR-POSICAO).

      *> A pausa fecha o trecho ativo corrente: os minutos dele ficam
      *> pendentes ate o sign-off.
       PAUSAR-SESSAO-FEED.
            IF WS-AB-ABERTA (WS-OPERADOR-POSICAO) = "S"
                AND WS-AB-PAUSADO (WS-OPERADOR-POSICAO) NOT = "P"
                PERFORM REPARTIR-TRECHO-ATIVO
                MOVE "P" TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO)
            END-IF.

      *> O retorno abre um trecho ativo novo; o intervalo pausado
      *> simplesmente nao e creditado.
       RETOMAR-SESSAO-FEED.
            IF WS-AB-PAUSADO (WS-OPERADOR-POSICAO) = "P"
                MOVE SPACE TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO)
                MOVE WS-TR-DATA
                    TO WS-AB-DATA-TRECHO (WS-OPERADOR-POSICAO)
                MOVE WS-TR-HORA
                    TO WS-AB-HORA-TRECHO (WS-OPERADOR-POSICAO)
            END-IF.

       FECHAR-SESSAO-FEED.
            IF WS-AB-ABERTA (WS-OPERADOR-POSICAO) NOT = "S"
                IF WS-TR-DATA (1:6) = WS-PERIODO-FEED
                    ADD 1 TO WS-TOTAL-SEM-SIGNON
                END-IF
            ELSE
      *> Sign-off com pausa ainda aberta: a pausa termina no
      *> proprio sign-off e nao ha trecho ativo a creditar.
                IF WS-AB-PAUSADO (WS-OPERADOR-POSICAO) = "P"
                    MOVE SPACE TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO)
                ELSE
                    PERFORM REPARTIR-TRECHO-ATIVO
                END-IF
                IF WS-AB-DATA (WS-OPERADOR-POSICAO) (1:6)
                        = WS-PERIODO-FEED
                        OR WS-TR-DATA (1:6) = WS-PERIODO-FEED
                    ADD 1 TO WS-TOTAL-CASADAS
                END-IF
                PERFORM CREDITAR-PENDENTE
                MOVE SPACE TO WS-AB-ABERTA (WS-OPERADOR-POSICAO)
            END-IF.

      *> Reparte o trecho ativo (do inicio do trecho ate a transacao
      *> corrente) dia a dia: no primeiro dia a partir do minuto de
      *> inicio, no ultimo ate o minuto final, nos do meio o dia
      *> inteiro. Trecho com as pontas invertidas nao credita nada.
       REPARTIR-TRECHO-ATIVO.
            COMPUTE WS-DIA-INT-SIGNON = FUNCTION INTEGER-OF-DATE
                (WS-AB-DATA-TRECHO (WS-OPERADOR-POSICAO)).
            COMPUTE WS-DIA-INT-SIGNOFF = FUNCTION INTEGER-OF-DATE
                (WS-TR-DATA).
            MOVE WS-AB-HORA-TRECHO (WS-OPERADOR-POSICAO)
                TO WS-HORA-DECOMPOSTA.
            COMPUTE WS-MINUTO-SIGNON =
                WS-HORA-HH * 60 + WS-HORA-MM.
            MOVE WS-TR-HORA TO WS-HORA-DECOMPOSTA.
            COMPUTE WS-MINUTO-SIGNOFF =
                WS-HORA-HH * 60 + WS-HORA-MM.

      *> Site da sessao para o feriado; sign-on sem site vale o de
      *> lotacao do cadastro.
            MOVE WS-AB-SITE (WS-OPERADOR-POSICAO) TO WS-SITE-TRECHO.
            IF WS-SITE-TRECHO = SPACES
                MOVE WS-OP-SITE (WS-OPERADOR-POSICAO)
                    TO WS-SITE-TRECHO
            END-IF.

            PERFORM VARYING WS-DIA-INT-TRECHO FROM WS-DIA-INT-SIGNON
                    BY 1 UNTIL WS-DIA-INT-TRECHO > WS-DIA-INT-SIGNOFF
                IF WS-DIA-INT-TRECHO = WS-DIA-INT-SIGNON
                    MOVE WS-MINUTO-SIGNON TO WS-MINUTO-DE
                ELSE
                    MOVE ZERO TO WS-MINUTO-DE
                END-IF
                IF WS-DIA-INT-TRECHO = WS-DIA-INT-SIGNOFF
                    MOVE WS-MINUTO-SIGNOFF TO WS-MINUTO-ATE
                ELSE
                    MOVE 1440 TO WS-MINUTO-ATE
                END-IF
                IF WS-MINUTO-ATE > WS-MINUTO-DE
                    PERFORM CREDITAR-PEDACO-DIA
                END-IF
            END-PERFORM.

      *> Pedaco [WS-MINUTO-DE, WS-MINUTO-ATE) do dia WS-DIA-INT-TRECHO:
      *> so entra se o dia e do mes do feed.
       CREDITAR-PEDACO-DIA.
            COMPUTE WS-DATA-TRECHO =
                FUNCTION DATE-OF-INTEGER (WS-DIA-INT-TRECHO).
            IF WS-DATA-TRECHO (1:6) = WS-PERIODO-FEED
                MOVE WS-DATA-TRECHO (7:2) TO WS-DIA-DO-MES
                COMPUTE WS-MINUTOS-TRECHO =
                    WS-MINUTO-ATE - WS-MINUTO-DE
                PERFORM CLASSIFICAR-DIA-TRECHO
                PERFORM CALCULAR-MINUTOS-NOTURNOS
                ADD WS-MINUTOS-TRECHO TO WS-PE-MINUTOS
                    (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                EVALUATE TRUE
                    WHEN WS-DIA-FERIADO
                        ADD WS-MINUTOS-TRECHO TO WS-PE-MIN-FERIADO
                            (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                    WHEN WS-DIA-DOMINGO
                        ADD WS-MINUTOS-TRECHO TO WS-PE-MIN-DOMINGO
                            (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                    WHEN WS-DIA-SABADO
                        ADD WS-MINUTOS-TRECHO TO WS-PE-MIN-SABADO
                            (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                    WHEN OTHER
                        ADD WS-MINUTOS-TRECHO TO WS-PE-MIN-NORMAL
                            (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                END-EVALUATE
                ADD WS-MINUTOS-NOTURNOS TO WS-PE-MIN-NOTURNO
                    (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
            END-IF.

      *> Feriado (da empresa ou do site da sessao) vence o fim de
      *> semana; dia da semana pelo inteiro da data (1 = segunda ...
      *> 7 = domingo -- 01/01/1601 foi uma segunda).
       CLASSIFICAR-DIA-TRECHO.
            MOVE "N" TO WS-CATEGORIA-DIA.
            COMPUTE WS-DIA-SEMANA =
                FUNCTION MOD (WS-DIA-INT-TRECHO - 1, 7) + 1.
            IF WS-DIA-SEMANA = 7
                MOVE "D" TO WS-CATEGORIA-DIA
            END-IF.
            IF WS-DIA-SEMANA = 6
                MOVE "S" TO WS-CATEGORIA-DIA
            END-IF.
            PERFORM VARYING WS-FE-IDX FROM 1 BY 1
                    UNTIL WS-FE-IDX > WS-QTDE-FERIADOS
                IF WS-FE-DATA (WS-FE-IDX) = WS-DATA-TRECHO
                    AND (WS-FE-SITE (WS-FE-IDX) = SPACES
                        OR WS-FE-SITE (WS-FE-IDX) = WS-SITE-TRECHO)
                    MOVE "F" TO WS-CATEGORIA-DIA
                END-IF
            END-PERFORM.

      *> Parte do pedaco dentro da faixa noturna: da meia-noite ate
      *> WS-NOTURNO-FIM e de WS-NOTURNO-INICIO ate a meia-noite.
       CALCULAR-MINUTOS-NOTURNOS.
            MOVE ZERO TO WS-MINUTOS-NOTURNOS.
            IF WS-MINUTO-DE < WS-NOTURNO-FIM
                IF WS-MINUTO-ATE < WS-NOTURNO-FIM
                    COMPUTE WS-MINUTOS-NOTURNOS =
                        WS-MINUTO-ATE - WS-MINUTO-DE
                ELSE
                    COMPUTE WS-MINUTOS-NOTURNOS =
                        WS-NOTURNO-FIM - WS-MINUTO-DE
                END-IF
            END-IF.
            IF WS-MINUTO-ATE > WS-NOTURNO-INICIO
                IF WS-MINUTO-DE > WS-NOTURNO-INICIO
                    COMPUTE WS-MINUTOS-NOTURNOS = WS-MINUTOS-NOTURNOS
                        + WS-MINUTO-ATE - WS-MINUTO-DE
                ELSE
                    COMPUTE WS-MINUTOS-NOTURNOS = WS-MINUTOS-NOTURNOS
                        + WS-MINUTO-ATE - WS-NOTURNO-INICIO
                END-IF
            END-IF.

      *> Sign-off: os minutos pendentes da sessao passam para o
      *> acumulado do mes, dia a dia, com o site da sessao -- o de
      *> lotacao do cadastro se o sign-on veio sem site, como no
      *> feriado.
       CREDITAR-PENDENTE.
            MOVE WS-AB-SITE (WS-OPERADOR-POSICAO) TO WS-SITE-TRECHO.
            IF WS-SITE-TRECHO = SPACES
                MOVE WS-OP-SITE (WS-OPERADOR-POSICAO)
                    TO WS-SITE-TRECHO
            END-IF.
            PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                IF WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D) > 0
                    ADD WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-AC-MINUTOS (WS-OPERADOR-POSICAO, WS-D)
                    ADD WS-PE-MIN-NORMAL (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-AC-MIN-NORMAL (WS-OPERADOR-POSICAO, WS-D)
                    ADD WS-PE-MIN-SABADO (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-AC-MIN-SABADO (WS-OPERADOR-POSICAO, WS-D)
                    ADD WS-PE-MIN-DOMINGO (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-AC-MIN-DOMINGO
                            (WS-OPERADOR-POSICAO, WS-D)
                    ADD WS-PE-MIN-FERIADO (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-AC-MIN-FERIADO
                            (WS-OPERADOR-POSICAO, WS-D)
                    ADD WS-PE-MIN-NOTURNO (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-AC-MIN-NOTURNO
                            (WS-OPERADOR-POSICAO, WS-D)
                    MOVE WS-SITE-TRECHO
                        TO WS-AC-SITE (WS-OPERADOR-POSICAO, WS-D)
                END-IF
            END-PERFORM.
            PERFORM DESCARTAR-PENDENTE.

       DESCARTAR-PENDENTE.
            PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                MOVE ZERO TO WS-PENDENTE-DIA (WS-OPERADOR-POSICAO, WS-D)
            END-PERFORM.

      *> Sessao ainda aberta no fim dos arquivos: sign-on sem
      *> sign-off no periodo -- nao gera minutos no feed, so conta
      *> no sumario para a supervisao investigar.
       FECHAR-PONTAS-SOLTAS.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                IF WS-AB-ABERTA (WS-I) = "S"
                    IF WS-AB-DATA (WS-I) (1:6) = WS-PERIODO-FEED
                        ADD 1 TO WS-TOTAL-SEM-SIGNOFF
                    END-IF
                    MOVE SPACE TO WS-AB-ABERTA (WS-I)
                END-IF
            END-PERFORM.
            MOVE WS-AC-MINUTOS (WS-I, WS-D) TO PF-MINUTOS.
            MOVE WS-OP-TURNO (WS-I) TO PF-TURNO.
            MOVE WS-AC-SITE (WS-I, WS-D) TO PF-SITE.
            MOVE WS-AC-MIN-NORMAL (WS-I, WS-D) TO PF-MIN-NORMAL.
            MOVE WS-AC-MIN-SABADO (WS-I, WS-D) TO PF-MIN-SABADO.
            MOVE WS-AC-MIN-DOMINGO (WS-I, WS-D) TO PF-MIN-DOMINGO.
            MOVE WS-AC-MIN-FERIADO (WS-I, WS-D) TO PF-MIN-FERIADO.
            MOVE WS-AC-MIN-NOTURNO (WS-I, WS-D) TO PF-MIN-NOTURNO.
            WRITE PAY-FEED-REGISTRO.
            ADD 1 TO WS-TOTAL-DETALHES.
            ADD WS-AC-MINUTOS (WS-I, WS-D) TO WS-TOTAL-MINUTOS.
            ADD WS-AC-MIN-NORMAL (WS-I, WS-D) TO WS-TOTAL-MIN-NORMAL.
            ADD WS-AC-MIN-SABADO (WS-I, WS-D) TO WS-TOTAL-MIN-SABADO.
            ADD WS-AC-MIN-DOMINGO (WS-I, WS-D) TO WS-TOTAL-MIN-DOMINGO.
            ADD WS-AC-MIN-FERIADO (WS-I, WS-D) TO WS-TOTAL-MIN-FERIADO.
            ADD WS-AC-MIN-NOTURNO (WS-I, WS-D) TO WS-TOTAL-MIN-NOTURNO.

       GRAVAR-TRAILER-FEED.
            MOVE SPACES TO PAY-FEED-REGISTRO.
            MOVE WS-TOTAL-DETALHES TO PF-TOTAL-DETALHES.
            MOVE WS-TOTAL-MINUTOS TO PF-TOTAL-MINUTOS.
            MOVE WS-TOTAL-OPERADORES-FEED TO PF-TOTAL-OPERADORES.
            MOVE WS-TOTAL-MIN-NORMAL TO PF-TOTAL-MIN-NORMAL.
            MOVE WS-TOTAL-MIN-SABADO TO PF-TOTAL-MIN-SABADO.
            MOVE WS-TOTAL-MIN-DOMINGO TO PF-TOTAL-MIN-DOMINGO.
            MOVE WS-TOTAL-MIN-FERIADO TO PF-TOTAL-MIN-FERIADO.
            MOVE WS-TOTAL-MIN-NOTURNO TO PF-TOTAL-MIN-NOTURNO.
            WRITE PAY-FEED-REGISTRO.
