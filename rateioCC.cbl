       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateioCC.
       AUTHOR. Franc-Abade.

      *> Rateio mensal do tempo de sistema para os centros de custo.
      *> Le os mesmos dados de auditoria que o payFeed (arquivo de
      *> retencao do mes mais o log vivo, e o dia vizinho de cada
      *> lado para a sessao que cruza a virada do mes), casa as
      *> sessoes pela mesma regra -- minutos efetivos sao os trechos
      *> ativos entre sign-on/retorno e pausa/sign-off, repartidos
      *> dia a dia, creditados no sign-off -- e totaliza os minutos
      *> por departamento do operador (OP-DEPARTAMENTO) e site da
      *> sessao. Cada dia e cobrado pela tarifa por hora do site
      *> vigente naquele dia (TARIFAS.DAT).
      *>
      *> Saidas, com o nome datado pelo mes como no payFeed:
      *>   - data/GLRATEIO-AAAAMM.DAT: diario contabil de layout fixo
      *>     (GLRATEIO.cpy) -- um debito por centro de custo, a
      *>     contrapartida a credito e o trailer de controle;
      *>   - data/RELRATEIO-AAAAMM.DAT: demonstrativo impresso, uma
      *>     folha por departamento com o visto do responsavel, e um
      *>     resumo final com os totais do diario.
      *> Minutos de um site sem tarifa vigente no dia nao podem ser
      *> cobrados: nada e gravado, os sites/datas saem no console e
      *> o job termina com RC 8 para a tabela ser corrigida.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LOCAL-PC.
       OBJECT-COMPUTER. LOCAL-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-MASTER.

           SELECT AUDIT-LOG ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.

           SELECT AUDIT-ARCHIVE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-ARCHIVE.

           SELECT TARIFA-FILE ASSIGN TO "data/TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFA-FILE.

           SELECT GL-JOURNAL ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-JOURNAL.

           SELECT REPORT-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  AUDIT-LOG.
           COPY AUDITLOG.

      *> Espelha o AUDITLOG.cpy campo a campo (o copybook nao pode
      *> ser usado duas vezes no mesmo programa por causa dos nomes);
      *> qualquer mudanca de layout la precisa ser repetida aqui.
       FD  AUDIT-ARCHIVE.
       01  AUDIT-ARCHIVE-REGISTRO.
           05  AA-OPERADOR-ID          PIC X(8).
           05  AA-DATA                 PIC 9(8).
           05  AA-HORA                 PIC 9(6).
           05  AA-TIPO-TRANSACAO       PIC X(1).
           05  AA-SITE                 PIC X(4).
           05  AA-FLAG-SITE            PIC X(1).

       FD  TARIFA-FILE.
           COPY TARIFA.

       FD  GL-JOURNAL.
           COPY GLRATEIO.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-AUDIT-LOG      PIC XX   VALUE "00".
       01  WS-FS-AUDIT-ARCHIVE  PIC XX   VALUE "00".
       01  WS-FS-TARIFA-FILE    PIC XX   VALUE "00".
       01  WS-FS-GL-JOURNAL     PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".

      *> Mes do rateio (AAAAMM) via PARM da linha de comando; sem
      *> PARM, usa o mes da data atual -- mesma convencao do payFeed,
      *> e como ele roda na cadeia no primeiro dia util do mes com o
      *> mes que fechou.
       01  WS-PARAMETRO-PERIODO PIC X(6)  VALUE SPACES.
       01  WS-PERIODO-RATEIO    PIC X(6)  VALUE SPACES.
       01  WS-NOME-ARCHIVE      PIC X(30) VALUE SPACES.
       01  WS-NOME-DIARIO       PIC X(30) VALUE SPACES.
       01  WS-NOME-RELATORIO    PIC X(30) VALUE SPACES.

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

      *> Contas do diario. O debito vai para a despesa de uso de
      *> sistema de cada centro de custo; a contrapartida e a
      *> recuperacao no centro de custo de TI.
       01  WS-CONTA-DESPESA     PIC X(12) VALUE "4.1.09.003".
       01  WS-CONTA-RECUPERACAO PIC X(12) VALUE "3.9.02.001".
       01  WS-CENTRO-CUSTO-TI   PIC X(10) VALUE "TI".
      *> Operador sem departamento no cadastro cai neste centro de
      *> custo, para aparecer no demonstrativo e ser reclassificado.
       01  WS-CC-SEM-DEPARTAMENTO PIC X(10) VALUE "SEM-DEPTO".
       01  WS-ORIGEM-DIARIO     PIC X(8)  VALUE "SIGNON".

      *> Tabela de tarifas: site + vigencia + valor da hora.
       01  WS-TABELA-TARIFAS.
           05  WS-QTDE-TARIFAS     PIC 9(4) VALUE ZERO.
           05  WS-TARIFA-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-QTDE-TARIFAS
                   INDEXED BY WS-TA-IDX.
               10  WS-TA-SITE          PIC X(4).
               10  WS-TA-DATA-VIGENCIA PIC 9(8).
               10  WS-TA-VALOR-HORA    PIC 9(5)V99.
       01  WS-TARIFAS-INVALIDAS PIC 9(4)  VALUE ZERO.
       01  WS-LINHA-TARIFA      PIC 9(5)  VALUE ZERO.
       01  WS-TARIFA-POSICAO    PIC 9(4)  VALUE ZERO.
       01  WS-K                 PIC 9(4)  VALUE ZERO.

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

      *> Minutos da sessao aberta ainda nao creditados, por dia do
      *> mes: vao para o rateio no sign-off e sao descartados se a
      *> sessao nao fechar.
       01  WS-TABELA-PENDENTE.
           05  WS-PENDENTE-OPERADOR OCCURS 500 TIMES.
               10  WS-PE-MINUTOS OCCURS 31 TIMES PIC 9(6).

      *> Sessao aberta por operador durante o casamento (mesma
      *> posicao da tabela de operadores).
       01  WS-TABELA-ABERTAS.
           05  WS-SESSAO-OPERADOR OCCURS 500 TIMES.
               10  WS-AB-ABERTA        PIC X(1).
               10  WS-AB-DATA          PIC 9(8).
               10  WS-AB-HORA          PIC 9(6).
               10  WS-AB-SITE          PIC X(4).
               10  WS-AB-PAUSADO       PIC X(1).
               10  WS-AB-DATA-TRECHO   PIC 9(8).
               10  WS-AB-HORA-TRECHO   PIC 9(6).

      *> Acumulado do rateio: uma linha por departamento x site x
      *> tarifa aplicada, em ordem de chave para o demonstrativo.
       01  WS-TABELA-RATEIO.
           05  WS-QTDE-RATEIO      PIC 9(4) VALUE ZERO.
           05  WS-RATEIO-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QTDE-RATEIO
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-CHAVE.
                   15  WS-RT-DEPARTAMENTO  PIC X(10).
                   15  WS-RT-SITE          PIC X(4).
                   15  WS-RT-VIGENCIA      PIC 9(8).
               10  WS-RT-VALOR-HORA    PIC 9(5)V99.
               10  WS-RT-MINUTOS       PIC 9(8).
               10  WS-RT-VALOR         PIC 9(11)V99.
       01  WS-RATEIO-TEMP           PIC X(50).

      *> Sites/datas sem tarifa vigente encontrados no mes.
       01  WS-TABELA-SEM-TARIFA.
           05  WS-QTDE-SEM-TARIFA  PIC 9(3) VALUE ZERO.
           05  WS-SEM-TARIFA-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-QTDE-SEM-TARIFA
                   INDEXED BY WS-ST-IDX.
               10  WS-ST-SITE          PIC X(4).
               10  WS-ST-DATA          PIC 9(8).
       01  WS-MIN-SEM-TARIFA    PIC 9(8)  VALUE ZERO.

      *> Transacao corrente normalizada (vinda do arquivo de
      *> retencao ou do log vivo).
       01  WS-TRANS-CORRENTE.
           05  WS-TR-OPERADOR-ID   PIC X(8).
           05  WS-TR-DATA          PIC 9(8).
           05  WS-TR-HORA          PIC 9(6).
           05  WS-TR-TIPO          PIC X(1).
           05  WS-TR-SITE          PIC X(4).

       01  WS-OPERADOR-POSICAO  PIC 9(4)  VALUE ZERO.
       01  WS-I                 PIC 9(4)  VALUE ZERO.
       01  WS-J                 PIC 9(4)  VALUE ZERO.
       01  WS-D                 PIC 9(2)  VALUE ZERO.
       01  WS-FIM-ARQUIVO       PIC X     VALUE "N".
       01  WS-ENCONTRADO        PIC X     VALUE "N".

      *> Trecho ativo sendo repartido: dias inteiros e minutos do
      *> dia das duas pontas, e o pedaco que cai em cada dia.
       01  WS-DIA-INT-SIGNON    PIC 9(7)  VALUE ZERO.
       01  WS-DIA-INT-SIGNOFF   PIC 9(7)  VALUE ZERO.
       01  WS-DIA-INT-TRECHO    PIC 9(7)  VALUE ZERO.
       01  WS-DATA-TRECHO       PIC 9(8)  VALUE ZERO.
       01  WS-DIA-DO-MES        PIC 9(2)  VALUE ZERO.
       01  WS-MINUTO-DE         PIC S9(5) VALUE ZERO.
       01  WS-MINUTO-ATE        PIC S9(5) VALUE ZERO.
       01  WS-HORA-DECOMPOSTA.
           05  WS-HORA-HH          PIC 9(2) VALUE ZERO.
           05  WS-HORA-MM          PIC 9(2) VALUE ZERO.
           05  WS-HORA-SS          PIC 9(2) VALUE ZERO.
       01  WS-MINUTO-SIGNON     PIC S9(5) VALUE ZERO.
       01  WS-MINUTO-SIGNOFF    PIC S9(5) VALUE ZERO.

      *> Dia sendo creditado no rateio.
       01  WS-DATA-CREDITO      PIC 9(8)  VALUE ZERO.
       01  WS-DEPARTAMENTO-CREDITO PIC X(10) VALUE SPACES.
       01  WS-SITE-CREDITO      PIC X(4)  VALUE SPACES.

      *> Quebra por centro de custo / departamento na gravacao.
       01  WS-DEPARTAMENTO-QUEBRA PIC X(10) VALUE SPACES.
       01  WS-SITE-QUEBRA       PIC X(4)  VALUE SPACES.
       01  WS-VALOR-CENTRO      PIC 9(11)V99 VALUE ZERO.
       01  WS-MINUTOS-CENTRO    PIC 9(8)  VALUE ZERO.
       01  WS-VALOR-DEPARTAMENTO PIC 9(11)V99 VALUE ZERO.
       01  WS-MINUTOS-DEPARTAMENTO PIC 9(8) VALUE ZERO.
       01  WS-SEQUENCIA-DIARIO  PIC 9(6)  VALUE ZERO.

       01  WS-DATA-GERACAO      PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-TRANSACOES  PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-CASADAS     PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-FORA-CADASTRO PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MINUTOS     PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-VALOR       PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITOS     PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITOS    PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-LANCAMENTOS PIC 9(6)  VALUE ZERO.
       01  WS-TOTAL-DEPARTAMENTOS PIC 9(4) VALUE ZERO.

       01  WS-NUMERO-PAGINA     PIC 9(4)  VALUE ZERO.
       01  WS-MINUTOS-EDITADO   PIC ZZ,ZZZ,ZZ9.
       01  WS-HORAS             PIC 9(7)V99 VALUE ZERO.
       01  WS-HORAS-EDITADO     PIC Z,ZZZ,ZZ9.99.
       01  WS-TARIFA-EDITADO    PIC ZZ,ZZ9.99.
       01  WS-VALOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDITADO     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            ACCEPT WS-PARAMETRO-PERIODO FROM COMMAND-LINE.
            IF WS-PARAMETRO-PERIODO = SPACES
                    OR WS-PARAMETRO-PERIODO NOT NUMERIC
                MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-RATEIO
            ELSE
                MOVE WS-PARAMETRO-PERIODO TO WS-PERIODO-RATEIO
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-GERACAO.

            DISPLAY "Rateio mensal de uso do sistema -- mes "
                WS-PERIODO-RATEIO.

            PERFORM CARREGAR-TARIFAS.
            IF WS-QTDE-TARIFAS = ZERO OR WS-TARIFAS-INVALIDAS > 0
                DISPLAY "ERRO: tabela de tarifas ausente ou invalida "
                    "-- rateio nao gerado."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CALCULAR-JANELA-LEITURA.
            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM INICIALIZAR-ACUMULADO.

      *> Meses em ordem cronologica, depois o log vivo: dentro de
      *> cada operador as transacoes continuam em ordem.
            MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-ARQUIVO.
            PERFORM PROCESSAR-ARQUIVO-RETENCAO.
            MOVE WS-PERIODO-RATEIO TO WS-PERIODO-ARQUIVO.
            PERFORM PROCESSAR-ARQUIVO-RETENCAO.
            MOVE WS-PERIODO-SEGUINTE TO WS-PERIODO-ARQUIVO.
            PERFORM PROCESSAR-ARQUIVO-RETENCAO.
            PERFORM PROCESSAR-LOG-VIVO.

            IF WS-QTDE-SEM-TARIFA > 0
                DISPLAY "ERRO: minutos sem tarifa vigente no site -- "
                    "rateio nao gerado. Minutos: " WS-MIN-SEM-TARIFA
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                        UNTIL WS-ST-IDX > WS-QTDE-SEM-TARIFA
                    DISPLAY "  Site '" WS-ST-SITE (WS-ST-IDX)
                        "' a partir de " WS-ST-DATA (WS-ST-IDX)
                END-PERFORM
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM ORDENAR-TABELA-RATEIO.
            PERFORM VALORIZAR-RATEIO.
            PERFORM GRAVAR-DIARIO.
            PERFORM GRAVAR-DEMONSTRATIVO.

            DISPLAY "Diario gravado em " WS-NOME-DIARIO.
            DISPLAY "Demonstrativo gravado em " WS-NOME-RELATORIO.
            DISPLAY "Transacoes do mes: " WS-TOTAL-TRANSACOES
                "  Sessoes casadas: " WS-TOTAL-CASADAS
                "  Fora do cadastro: " WS-TOTAL-FORA-CADASTRO.
            DISPLAY "Lancamentos: " WS-TOTAL-LANCAMENTOS
                "  Minutos: " WS-TOTAL-MINUTOS
                "  Departamentos: " WS-TOTAL-DEPARTAMENTOS.
            MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDITADO.
            DISPLAY "Total debitos: " WS-TOTAL-EDITADO.
            MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDITADO.
            DISPLAY "Total creditos: " WS-TOTAL-EDITADO.
            STOP RUN.

      *> Le a tabela inteira e confere cada linha; qualquer linha
      *> invalida (site em branco, vigencia que nao e data, valor nao
      *> numerico ou site+vigencia repetidos) barra o rateio inteiro,
      *> como o JOBSCHED.DAT barra a cadeia.
       CARREGAR-TARIFAS.
            MOVE ZERO TO WS-QTDE-TARIFAS.
            MOVE ZERO TO WS-TARIFAS-INVALIDAS.
            MOVE ZERO TO WS-LINHA-TARIFA.
            OPEN INPUT TARIFA-FILE.
            IF WS-FS-TARIFA-FILE NOT = "00"
                DISPLAY "ERRO: nao foi possivel abrir TARIFAS.DAT "
                    "(status " WS-FS-TARIFA-FILE ")."
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ TARIFA-FILE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            ADD 1 TO WS-LINHA-TARIFA
                            IF TA-SITE (1:1) NOT = "*"
                                PERFORM VALIDAR-TARIFA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TARIFA-FILE
            END-IF.

       VALIDAR-TARIFA.
            MOVE "S" TO WS-ENCONTRADO.
            IF TA-SITE = SPACES
                    OR TA-DATA-VIGENCIA NOT NUMERIC
                    OR TA-VALOR-HORA NOT NUMERIC
                MOVE "N" TO WS-ENCONTRADO
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD (TA-DATA-VIGENCIA)
                        NOT = ZERO
                    MOVE "N" TO WS-ENCONTRADO
                END-IF
            END-IF.
            IF WS-ENCONTRADO = "S"
                PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                        UNTIL WS-TA-IDX > WS-QTDE-TARIFAS
                    IF WS-TA-SITE (WS-TA-IDX) = TA-SITE
                        AND WS-TA-DATA-VIGENCIA (WS-TA-IDX)
                            = TA-DATA-VIGENCIA
                        MOVE "N" TO WS-ENCONTRADO
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-ENCONTRADO = "N" OR WS-QTDE-TARIFAS >= 1000
                ADD 1 TO WS-TARIFAS-INVALIDAS
                DISPLAY "ERRO: TARIFAS.DAT linha " WS-LINHA-TARIFA
                    " invalida ou repetida: '" TARIFA-REGISTRO "'"
            ELSE
                ADD 1 TO WS-QTDE-TARIFAS
                MOVE TA-SITE TO WS-TA-SITE (WS-QTDE-TARIFAS)
                MOVE TA-DATA-VIGENCIA
                    TO WS-TA-DATA-VIGENCIA (WS-QTDE-TARIFAS)
                MOVE TA-VALOR-HORA
                    TO WS-TA-VALOR-HORA (WS-QTDE-TARIFAS)
            END-IF.

       CALCULAR-JANELA-LEITURA.
            MOVE WS-PERIODO-RATEIO TO WS-DATA-PRIMEIRO-DIA (1:6).
            MOVE "01" TO WS-DATA-PRIMEIRO-DIA (7:2).
            COMPUTE WS-DATA-JANELA-INICIO = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-DATA-PRIMEIRO-DIA) - 1).
            MOVE WS-DATA-JANELA-INICIO (1:6) TO WS-PERIODO-ANTERIOR.

            MOVE WS-PERIODO-RATEIO (1:4) TO WS-ANO-NUMERICO.
            MOVE WS-PERIODO-RATEIO (5:2) TO WS-MES-NUMERICO.
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

       INICIALIZAR-ACUMULADO.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 500
                MOVE SPACE TO WS-AB-ABERTA (WS-I)
                MOVE SPACE TO WS-AB-PAUSADO (WS-I)
                PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                    MOVE ZERO TO WS-PE-MINUTOS (WS-I, WS-D)
                END-PERFORM
            END-PERFORM.
            MOVE ZERO TO WS-QTDE-RATEIO.
            MOVE ZERO TO WS-QTDE-SEM-TARIFA.

      *> Arquivo de retencao do mes WS-PERIODO-ARQUIVO. So a falta
      *> do mes do rateio merece aviso: o mes vizinho ainda no log
      *> vivo e o normal.
       PROCESSAR-ARQUIVO-RETENCAO.
            MOVE SPACES TO WS-NOME-ARCHIVE.
            STRING "data/AUDITARCH-" WS-PERIODO-ARQUIVO ".DAT"
                DELIMITED BY SIZE INTO WS-NOME-ARCHIVE
            END-STRING.
            SET ENVIRONMENT "DD_ARCHFILE" TO WS-NOME-ARCHIVE.

            OPEN INPUT AUDIT-ARCHIVE.
            IF WS-FS-AUDIT-ARCHIVE NOT = "00"
                IF WS-PERIODO-ARQUIVO = WS-PERIODO-RATEIO
                    DISPLAY "AVISO: arquivo de retencao "
                        WS-NOME-ARCHIVE " nao encontrado (status "
                        WS-FS-AUDIT-ARCHIVE ") -- o mes sera montado "
                        "so com o log vivo."
                END-IF
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ AUDIT-ARCHIVE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            MOVE AA-OPERADOR-ID TO WS-TR-OPERADOR-ID
                            MOVE AA-DATA TO WS-TR-DATA
                            MOVE AA-HORA TO WS-TR-HORA
                            MOVE AA-TIPO-TRANSACAO TO WS-TR-TIPO
                            MOVE AA-SITE TO WS-TR-SITE
                            PERFORM PROCESSAR-TRANSACAO
                    END-READ
                END-PERFORM
                CLOSE AUDIT-ARCHIVE
            END-IF.

       PROCESSAR-LOG-VIVO.
            OPEN INPUT AUDIT-LOG.
            IF WS-FS-AUDIT-LOG NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir AUDITLOG.DAT "
                    "(status " WS-FS-AUDIT-LOG ")."
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ AUDIT-LOG
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            MOVE AL-OPERADOR-ID TO WS-TR-OPERADOR-ID
                            MOVE AL-DATA TO WS-TR-DATA
                            MOVE AL-HORA TO WS-TR-HORA
                            MOVE AL-TIPO-TRANSACAO TO WS-TR-TIPO
                            MOVE AL-SITE TO WS-TR-SITE
                            PERFORM PROCESSAR-TRANSACAO
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF.

      *> Transacoes da janela (mes do rateio mais o dia vizinho de
      *> cada lado); so as do mes entram nos contadores do console.
       PROCESSAR-TRANSACAO.
            IF WS-TR-DATA < WS-DATA-JANELA-INICIO
                    OR WS-TR-DATA > WS-DATA-JANELA-FIM
                CONTINUE
            ELSE
                IF WS-TR-DATA (1:6) = WS-PERIODO-RATEIO
                    ADD 1 TO WS-TOTAL-TRANSACOES
                END-IF
                PERFORM LOCALIZAR-OPERADOR-TRANS
                IF WS-OPERADOR-POSICAO = ZERO
      *> Operador que nao esta (mais) no cadastro nao tem
      *> departamento para ser cobrado; so conta no console.
                    IF WS-TR-DATA (1:6) = WS-PERIODO-RATEIO
                        ADD 1 TO WS-TOTAL-FORA-CADASTRO
                    END-IF
                ELSE
                    EVALUATE WS-TR-TIPO
                        WHEN "S"
                            PERFORM ABRIR-SESSAO-RATEIO
                        WHEN "O"
                        WHEN "F"
                            PERFORM FECHAR-SESSAO-RATEIO
                        WHEN "P"
                            PERFORM PAUSAR-SESSAO-RATEIO
                        WHEN "R"
                            PERFORM RETOMAR-SESSAO-RATEIO
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

       LOCALIZAR-OPERADOR-TRANS.
            MOVE ZERO TO WS-OPERADOR-POSICAO.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX) = WS-TR-OPERADOR-ID
                    SET WS-OPERADOR-POSICAO TO WS-OP-IDX
            END-SEARCH.

      *> Segundo sign-on sem sign-off no meio: os minutos pendentes
      *> da sessao anterior sao descartados, como no payFeed.
       ABRIR-SESSAO-RATEIO.
            IF WS-AB-ABERTA (WS-OPERADOR-POSICAO) = "S"
                PERFORM DESCARTAR-PENDENTE
            END-IF.
            MOVE "S" TO WS-AB-ABERTA (WS-OPERADOR-POSICAO).
            MOVE WS-TR-DATA TO WS-AB-DATA (WS-OPERADOR-POSICAO).
            MOVE WS-TR-HORA TO WS-AB-HORA (WS-OPERADOR-POSICAO).
            MOVE WS-TR-SITE TO WS-AB-SITE (WS-OPERADOR-POSICAO).
            MOVE SPACE TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO).
            MOVE WS-TR-DATA TO WS-AB-DATA-TRECHO (WS-OPERADOR-POSICAO).
            MOVE WS-TR-HORA TO WS-AB-HORA-TRECHO (WS-OPERADOR-POSICAO).

       PAUSAR-SESSAO-RATEIO.
            IF WS-AB-ABERTA (WS-OPERADOR-POSICAO) = "S"
                AND WS-AB-PAUSADO (WS-OPERADOR-POSICAO) NOT = "P"
                PERFORM REPARTIR-TRECHO-ATIVO
                MOVE "P" TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO)
            END-IF.

       RETOMAR-SESSAO-RATEIO.
            IF WS-AB-PAUSADO (WS-OPERADOR-POSICAO) = "P"
                MOVE SPACE TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO)
                MOVE WS-TR-DATA
                    TO WS-AB-DATA-TRECHO (WS-OPERADOR-POSICAO)
                MOVE WS-TR-HORA
                    TO WS-AB-HORA-TRECHO (WS-OPERADOR-POSICAO)
            END-IF.

       FECHAR-SESSAO-RATEIO.
            IF WS-AB-ABERTA (WS-OPERADOR-POSICAO) = "S"
                IF WS-AB-PAUSADO (WS-OPERADOR-POSICAO) = "P"
                    MOVE SPACE TO WS-AB-PAUSADO (WS-OPERADOR-POSICAO)
                ELSE
                    PERFORM REPARTIR-TRECHO-ATIVO
                END-IF
                IF WS-AB-DATA (WS-OPERADOR-POSICAO) (1:6)
                        = WS-PERIODO-RATEIO
                        OR WS-TR-DATA (1:6) = WS-PERIODO-RATEIO
                    ADD 1 TO WS-TOTAL-CASADAS
                END-IF
                PERFORM CREDITAR-PENDENTE
                MOVE SPACE TO WS-AB-ABERTA (WS-OPERADOR-POSICAO)
            END-IF.

      *> Reparte o trecho ativo dia a dia, como no payFeed.
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
                    COMPUTE WS-DATA-TRECHO =
                        FUNCTION DATE-OF-INTEGER (WS-DIA-INT-TRECHO)
                    IF WS-DATA-TRECHO (1:6) = WS-PERIODO-RATEIO
                        MOVE WS-DATA-TRECHO (7:2) TO WS-DIA-DO-MES
                        COMPUTE WS-PE-MINUTOS
                                (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                            = WS-PE-MINUTOS
                                (WS-OPERADOR-POSICAO, WS-DIA-DO-MES)
                            + WS-MINUTO-ATE - WS-MINUTO-DE
                    END-IF
                END-IF
            END-PERFORM.

      *> Sign-off: cada dia pendente da sessao vai para o centro de
      *> custo (departamento do operador + site da sessao, ou o site
      *> de lotacao se o sign-on veio sem site) na tarifa do dia.
       CREDITAR-PENDENTE.
            MOVE WS-OP-DEPARTAMENTO (WS-OPERADOR-POSICAO)
                TO WS-DEPARTAMENTO-CREDITO.
            IF WS-DEPARTAMENTO-CREDITO = SPACES
                MOVE WS-CC-SEM-DEPARTAMENTO TO WS-DEPARTAMENTO-CREDITO
            END-IF.
            MOVE WS-AB-SITE (WS-OPERADOR-POSICAO) TO WS-SITE-CREDITO.
            IF WS-SITE-CREDITO = SPACES
                MOVE WS-OP-SITE (WS-OPERADOR-POSICAO)
                    TO WS-SITE-CREDITO
            END-IF.
            PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                IF WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D) > 0
                    MOVE WS-PERIODO-RATEIO TO WS-DATA-CREDITO (1:6)
                    MOVE WS-D TO WS-DATA-CREDITO (7:2)
                    PERFORM LOCALIZAR-TARIFA
                    IF WS-TARIFA-POSICAO = ZERO
                        PERFORM REGISTRAR-SEM-TARIFA
                    ELSE
                        PERFORM ACUMULAR-RATEIO
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM DESCARTAR-PENDENTE.

       DESCARTAR-PENDENTE.
            PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                MOVE ZERO TO WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D)
            END-PERFORM.

      *> Tarifa do site com a maior vigencia ate o dia creditado.
       LOCALIZAR-TARIFA.
            MOVE ZERO TO WS-TARIFA-POSICAO.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-TARIFAS
                IF WS-TA-SITE (WS-K) = WS-SITE-CREDITO
                        AND WS-TA-DATA-VIGENCIA (WS-K)
                            <= WS-DATA-CREDITO
                    IF WS-TARIFA-POSICAO = ZERO
                        MOVE WS-K TO WS-TARIFA-POSICAO
                    ELSE
                        IF WS-TA-DATA-VIGENCIA (WS-K) >
                            WS-TA-DATA-VIGENCIA (WS-TARIFA-POSICAO)
                            MOVE WS-K TO WS-TARIFA-POSICAO
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       REGISTRAR-SEM-TARIFA.
            ADD WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D)
                TO WS-MIN-SEM-TARIFA.
            MOVE "N" TO WS-ENCONTRADO.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-QTDE-SEM-TARIFA
                IF WS-ST-SITE (WS-ST-IDX) = WS-SITE-CREDITO
                    MOVE "S" TO WS-ENCONTRADO
                    IF WS-DATA-CREDITO < WS-ST-DATA (WS-ST-IDX)
                        MOVE WS-DATA-CREDITO TO WS-ST-DATA (WS-ST-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADO = "N" AND WS-QTDE-SEM-TARIFA < 100
                ADD 1 TO WS-QTDE-SEM-TARIFA
                MOVE WS-SITE-CREDITO
                    TO WS-ST-SITE (WS-QTDE-SEM-TARIFA)
                MOVE WS-DATA-CREDITO
                    TO WS-ST-DATA (WS-QTDE-SEM-TARIFA)
            END-IF.

       ACUMULAR-RATEIO.
            MOVE "N" TO WS-ENCONTRADO.
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-QTDE-RATEIO
                    OR WS-ENCONTRADO = "S"
                IF WS-RT-DEPARTAMENTO (WS-RT-IDX)
                        = WS-DEPARTAMENTO-CREDITO
                        AND WS-RT-SITE (WS-RT-IDX) = WS-SITE-CREDITO
                        AND WS-RT-VIGENCIA (WS-RT-IDX) =
                            WS-TA-DATA-VIGENCIA (WS-TARIFA-POSICAO)
                    ADD WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D)
                        TO WS-RT-MINUTOS (WS-RT-IDX)
                    MOVE "S" TO WS-ENCONTRADO
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADO = "N"
                IF WS-QTDE-RATEIO >= 2000
                    DISPLAY "ERRO: tabela do rateio cheia (2000 "
                        "linhas) -- rateio nao gerado."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-QTDE-RATEIO
                MOVE WS-DEPARTAMENTO-CREDITO
                    TO WS-RT-DEPARTAMENTO (WS-QTDE-RATEIO)
                MOVE WS-SITE-CREDITO TO WS-RT-SITE (WS-QTDE-RATEIO)
                MOVE WS-TA-DATA-VIGENCIA (WS-TARIFA-POSICAO)
                    TO WS-RT-VIGENCIA (WS-QTDE-RATEIO)
                MOVE WS-TA-VALOR-HORA (WS-TARIFA-POSICAO)
                    TO WS-RT-VALOR-HORA (WS-QTDE-RATEIO)
                MOVE WS-PE-MINUTOS (WS-OPERADOR-POSICAO, WS-D)
                    TO WS-RT-MINUTOS (WS-QTDE-RATEIO)
                MOVE ZERO TO WS-RT-VALOR (WS-QTDE-RATEIO)
            END-IF.

      *> Insertion sort pela chave departamento + site + vigencia.
       ORDENAR-TABELA-RATEIO.
            PERFORM VARYING WS-I FROM 2 BY 1
                    UNTIL WS-I > WS-QTDE-RATEIO
                MOVE WS-I TO WS-J
                PERFORM UNTIL WS-J <= 1
                    OR WS-RT-CHAVE (WS-J - 1) <= WS-RT-CHAVE (WS-J)
                    MOVE WS-RATEIO-ITEM (WS-J) TO WS-RATEIO-TEMP
                    MOVE WS-RATEIO-ITEM (WS-J - 1)
                        TO WS-RATEIO-ITEM (WS-J)
                    MOVE WS-RATEIO-TEMP TO WS-RATEIO-ITEM (WS-J - 1)
                    SUBTRACT 1 FROM WS-J
                END-PERFORM
            END-PERFORM.

      *> Cada linha e arredondada no centavo uma vez so; diario e
      *> demonstrativo somam os mesmos valores e batem entre si.
       VALORIZAR-RATEIO.
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-QTDE-RATEIO
                COMPUTE WS-RT-VALOR (WS-RT-IDX) ROUNDED =
                    WS-RT-MINUTOS (WS-RT-IDX)
                    * WS-RT-VALOR-HORA (WS-RT-IDX) / 60
                ADD WS-RT-MINUTOS (WS-RT-IDX) TO WS-TOTAL-MINUTOS
                ADD WS-RT-VALOR (WS-RT-IDX) TO WS-TOTAL-VALOR
            END-PERFORM.

      *> Diario contabil: cabecalho, um debito por centro de custo
      *> (quebra por departamento + site), a contrapartida a credito
      *> pelo total e o trailer de controle.
       GRAVAR-DIARIO.
            MOVE SPACES TO WS-NOME-DIARIO.
            STRING "data/GLRATEIO-" WS-PERIODO-RATEIO ".DAT"
                DELIMITED BY SIZE INTO WS-NOME-DIARIO
            END-STRING.
            SET ENVIRONMENT "DD_GLFILE" TO WS-NOME-DIARIO.
            OPEN OUTPUT GL-JOURNAL.

            MOVE SPACES TO GL-RATEIO-REGISTRO.
            MOVE "H" TO GL-TIPO-REGISTRO.
            MOVE WS-PERIODO-RATEIO TO GL-PERIODO.
            MOVE WS-DATA-GERACAO TO GL-DATA-GERACAO.
            MOVE WS-ORIGEM-DIARIO TO GL-ORIGEM.
            WRITE GL-RATEIO-REGISTRO.

            MOVE ZERO TO WS-SEQUENCIA-DIARIO.
            MOVE ZERO TO WS-VALOR-CENTRO.
            MOVE ZERO TO WS-MINUTOS-CENTRO.
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-QTDE-RATEIO
                IF WS-RT-IDX > 1
                    AND (WS-RT-DEPARTAMENTO (WS-RT-IDX)
                            NOT = WS-DEPARTAMENTO-QUEBRA
                        OR WS-RT-SITE (WS-RT-IDX)
                            NOT = WS-SITE-QUEBRA)
                    PERFORM GRAVAR-DEBITO-CENTRO
                END-IF
                MOVE WS-RT-DEPARTAMENTO (WS-RT-IDX)
                    TO WS-DEPARTAMENTO-QUEBRA
                MOVE WS-RT-SITE (WS-RT-IDX) TO WS-SITE-QUEBRA
                ADD WS-RT-VALOR (WS-RT-IDX) TO WS-VALOR-CENTRO
                ADD WS-RT-MINUTOS (WS-RT-IDX) TO WS-MINUTOS-CENTRO
            END-PERFORM.
            IF WS-QTDE-RATEIO > 0
                PERFORM GRAVAR-DEBITO-CENTRO
                PERFORM GRAVAR-CREDITO-CONTRAPARTIDA
            END-IF.

            MOVE SPACES TO GL-RATEIO-REGISTRO.
            MOVE "T" TO GL-TIPO-REGISTRO.
            MOVE WS-TOTAL-LANCAMENTOS TO GL-TOTAL-LANCAMENTOS.
            MOVE WS-TOTAL-DEBITOS TO GL-TOTAL-DEBITOS.
            MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS.
            MOVE WS-TOTAL-MINUTOS TO GL-TOTAL-MINUTOS.
            WRITE GL-RATEIO-REGISTRO.
            CLOSE GL-JOURNAL.

       GRAVAR-DEBITO-CENTRO.
            ADD 1 TO WS-SEQUENCIA-DIARIO.
            MOVE SPACES TO GL-RATEIO-REGISTRO.
            MOVE "L" TO GL-TIPO-REGISTRO.
            MOVE WS-SEQUENCIA-DIARIO TO GL-SEQUENCIA.
            MOVE WS-CONTA-DESPESA TO GL-CONTA.
            MOVE WS-DEPARTAMENTO-QUEBRA TO GL-CENTRO-CUSTO.
            MOVE WS-SITE-QUEBRA TO GL-SITE.
            MOVE "D" TO GL-DEBITO-CREDITO.
            MOVE WS-VALOR-CENTRO TO GL-VALOR.
            MOVE WS-MINUTOS-CENTRO TO GL-MINUTOS.
            STRING "RATEIO USO SISTEMA " WS-PERIODO-RATEIO
                DELIMITED BY SIZE INTO GL-HISTORICO
            END-STRING.
            WRITE GL-RATEIO-REGISTRO.
            ADD 1 TO WS-TOTAL-LANCAMENTOS.
            ADD WS-VALOR-CENTRO TO WS-TOTAL-DEBITOS.
            MOVE ZERO TO WS-VALOR-CENTRO.
            MOVE ZERO TO WS-MINUTOS-CENTRO.

       GRAVAR-CREDITO-CONTRAPARTIDA.
            ADD 1 TO WS-SEQUENCIA-DIARIO.
            MOVE SPACES TO GL-RATEIO-REGISTRO.
            MOVE "L" TO GL-TIPO-REGISTRO.
            MOVE WS-SEQUENCIA-DIARIO TO GL-SEQUENCIA.
            MOVE WS-CONTA-RECUPERACAO TO GL-CONTA.
            MOVE WS-CENTRO-CUSTO-TI TO GL-CENTRO-CUSTO.
            MOVE SPACES TO GL-SITE.
            MOVE "C" TO GL-DEBITO-CREDITO.
            MOVE WS-TOTAL-DEBITOS TO GL-VALOR.
            MOVE WS-TOTAL-MINUTOS TO GL-MINUTOS.
            STRING "RECUPERACAO RATEIO USO SISTEMA "
                WS-PERIODO-RATEIO
                DELIMITED BY SIZE INTO GL-HISTORICO
            END-STRING.
            WRITE GL-RATEIO-REGISTRO.
            ADD 1 TO WS-TOTAL-LANCAMENTOS.
            ADD WS-TOTAL-DEBITOS TO WS-TOTAL-CREDITOS.

      *> Demonstrativo: uma folha por departamento, com as linhas por
      *> site e tarifa, o total e o espaco para o visto do
      *> responsavel; no fim, o resumo com os totais do diario.
       GRAVAR-DEMONSTRATIVO.
            MOVE SPACES TO WS-NOME-RELATORIO.
            STRING "data/RELRATEIO-" WS-PERIODO-RATEIO ".DAT"
                DELIMITED BY SIZE INTO WS-NOME-RELATORIO
            END-STRING.
            SET ENVIRONMENT "DD_RELFILE" TO WS-NOME-RELATORIO.
            OPEN OUTPUT REPORT-FILE.

            MOVE ZERO TO WS-VALOR-DEPARTAMENTO.
            MOVE ZERO TO WS-MINUTOS-DEPARTAMENTO.
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-QTDE-RATEIO
                IF WS-RT-IDX = 1
                        OR WS-RT-DEPARTAMENTO (WS-RT-IDX)
                            NOT = WS-DEPARTAMENTO-QUEBRA
                    IF WS-RT-IDX > 1
                        PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO
                    END-IF
                    MOVE WS-RT-DEPARTAMENTO (WS-RT-IDX)
                        TO WS-DEPARTAMENTO-QUEBRA
                    PERFORM IMPRIMIR-CABECALHO-DEPARTAMENTO
                END-IF
                PERFORM IMPRIMIR-LINHA-RATEIO
            END-PERFORM.
            IF WS-QTDE-RATEIO > 0
                PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO
            END-IF.
            PERFORM IMPRIMIR-RESUMO.
            CLOSE REPORT-FILE.

       IMPRIMIR-CABECALHO-DEPARTAMENTO.
            ADD 1 TO WS-NUMERO-PAGINA.
            ADD 1 TO WS-TOTAL-DEPARTAMENTOS.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "DEMONSTRATIVO DE RATEIO DE USO DO SISTEMA"
                "  Mes: " WS-PERIODO-RATEIO
                "  Emissao: " WS-DATA-GERACAO
                "  Pagina: " WS-NUMERO-PAGINA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Departamento (centro de custo): "
                WS-DEPARTAMENTO-QUEBRA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "SITE  VIGENCIA  TARIFA/HORA     MINUTOS"
                "         HORAS           VALOR"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-RATEIO.
            MOVE WS-RT-VALOR-HORA (WS-RT-IDX) TO WS-TARIFA-EDITADO.
            MOVE WS-RT-MINUTOS (WS-RT-IDX) TO WS-MINUTOS-EDITADO.
            COMPUTE WS-HORAS ROUNDED = WS-RT-MINUTOS (WS-RT-IDX) / 60.
            MOVE WS-HORAS TO WS-HORAS-EDITADO.
            MOVE WS-RT-VALOR (WS-RT-IDX) TO WS-VALOR-EDITADO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING WS-RT-SITE (WS-RT-IDX) "  "
                WS-RT-VIGENCIA (WS-RT-IDX) "  "
                WS-TARIFA-EDITADO "  "
                WS-MINUTOS-EDITADO "  "
                WS-HORAS-EDITADO "  "
                WS-VALOR-EDITADO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            ADD WS-RT-VALOR (WS-RT-IDX) TO WS-VALOR-DEPARTAMENTO.
            ADD WS-RT-MINUTOS (WS-RT-IDX) TO WS-MINUTOS-DEPARTAMENTO.

       IMPRIMIR-TOTAL-DEPARTAMENTO.
            MOVE WS-MINUTOS-DEPARTAMENTO TO WS-MINUTOS-EDITADO.
            COMPUTE WS-HORAS ROUNDED = WS-MINUTOS-DEPARTAMENTO / 60.
            MOVE WS-HORAS TO WS-HORAS-EDITADO.
            MOVE WS-VALOR-DEPARTAMENTO TO WS-VALOR-EDITADO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "TOTAL DO DEPARTAMENTO        "
                WS-MINUTOS-EDITADO "  "
                WS-HORAS-EDITADO "  "
                WS-VALOR-EDITADO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "De acordo do responsavel pelo departamento:"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Nome: ______________________________  "
                "Assinatura: ____________________  "
                "Data: ___/___/______"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE ZERO TO WS-VALOR-DEPARTAMENTO.
            MOVE ZERO TO WS-MINUTOS-DEPARTAMENTO.

       IMPRIMIR-RESUMO.
            ADD 1 TO WS-NUMERO-PAGINA.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "RESUMO DO RATEIO DE USO DO SISTEMA"
                "  Mes: " WS-PERIODO-RATEIO
                "  Emissao: " WS-DATA-GERACAO
                "  Pagina: " WS-NUMERO-PAGINA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Departamentos: " WS-TOTAL-DEPARTAMENTOS
                "  Lancamentos no diario: " WS-TOTAL-LANCAMENTOS
                "  Sessoes casadas: " WS-TOTAL-CASADAS
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE WS-TOTAL-MINUTOS TO WS-MINUTOS-EDITADO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Minutos rateados: " WS-MINUTOS-EDITADO
                "  Transacoes fora do cadastro (nao rateadas): "
                WS-TOTAL-FORA-CADASTRO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDITADO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Total a debito (centros de custo): "
                WS-TOTAL-EDITADO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDITADO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Total a credito (" DELIMITED BY SIZE
                WS-CENTRO-CUSTO-TI DELIMITED BY SPACE
                "): " WS-TOTAL-EDITADO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
