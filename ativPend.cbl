       IDENTIFICATION DIVISION.
       PROGRAM-ID. ativPend.
       AUTHOR. Franc-Abade.

      *> Ativacao diaria das alteracoes pendentes do cadastro de
      *> operadores. O RH avisa transferencias, trocas de turno e
      *> desligamentos dias antes da vigencia; o hrFeed e o operMant
      *> guardam essas mudancas no OPERPEND.DAT em vez de mexer no
      *> cadastro antes da hora. Este passo roda antes do batch de
      *> sign-on: aplica ao OPERMAST.DAT as pendentes cuja vigencia
      *> ja chegou -- com a mesma geracao de backup e o mesmo jornal
      *> de alteracoes de qualquer outra regravacao -- e lista o que
      *> entra em vigor nos proximos 7 dias.
      *>
      *> Cada pendente e conferida de novo contra o cadastro do dia
      *> (o operador pode ter mudado desde o agendamento); a que nao
      *> passa fica REJEITADA no arquivo com o motivo e sai no
      *> relatorio. Aplicada, rejeitada ou cancelada, a pendente fica
      *> no arquivo como historico por um ano e depois e descartada.
      *>
      *> A mudanca e aplicada como se a transacao do RH chegasse no
      *> dia da vigencia: a admissao entra com a data efetiva igual a
      *> vigencia, e o desligamento sem data de expiracao expira no
      *> proprio dia da vigencia.
      *>
      *> PARM: data de processamento AAAAMMDD (padrao: hoje).
      *> Relatorio: data/RELPEND.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LOCAL-PC.
       OBJECT-COMPUTER. LOCAL-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-MASTER.

           SELECT PENDING-FILE ASSIGN TO "data/OPERPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING-FILE.

           SELECT REPORT-FILE ASSIGN TO "data/RELPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.

      *> Geracao de backup e jornal: mesmo esquema do operMant e do
      *> hrFeed.
           SELECT OPERADOR-BACKUP ASSIGN TO "OPERBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-BACKUP.

           SELECT OPER-JOURNAL ASSIGN TO "data/OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  PENDING-FILE.
           COPY OPERPEND.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(110).

       FD  OPERADOR-BACKUP.
       01  OPERADOR-BACKUP-REGISTRO PIC X(79).

       FD  OPER-JOURNAL.
           COPY OPERJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-PENDING-FILE   PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".
       01  WS-FS-OPERADOR-BACKUP PIC XX  VALUE "00".
       01  WS-FS-OPER-JOURNAL   PIC XX   VALUE "00".
       01  WS-NOME-PROGRAMA     PIC X(8) VALUE "ATIVPEND".
       01  WS-NOME-BACKUP       PIC X(40) VALUE SPACES.
       01  WS-DATA-HORA-JORNAL  PIC X(21) VALUE SPACES.
       01  WS-FIM-BACKUP        PIC X    VALUE "N".

       01  WS-PARAMETRO-DATA    PIC X(8)  VALUE SPACES.
       01  WS-DATA-ATUAL        PIC 9(8) VALUE ZERO.
       01  WS-DATA-LIMITE-PREVISAO PIC 9(8) VALUE ZERO.
       01  WS-DATA-CORTE-HISTORICO PIC 9(8) VALUE ZERO.
       01  WS-DIAS-PREVISAO     PIC 9(3) VALUE 7.
       01  WS-DIAS-HISTORICO    PIC 9(3) VALUE 365.

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
               10  WS-OP-SUPERVISOR-ID PIC X(8).

       01  WS-OPERADOR-TEMP.
           05  WS-OP-ID-TEMP            PIC X(8).
           05  WS-OP-NOME-TEMP          PIC X(30).
           05  WS-OP-DEPARTAMENTO-TEMP  PIC X(10).
           05  WS-OP-TURNO-TEMP         PIC X(2).
           05  WS-OP-STATUS-TEMP        PIC X(1).
           05  WS-OP-DATA-EFETIVA-TEMP  PIC 9(8).
           05  WS-OP-DATA-EXPIRACAO-TEMP PIC 9(8).
           05  WS-OP-SITE-TEMP          PIC X(4).
           05  WS-OP-SUPERVISOR-ID-TEMP PIC X(8).

       01  WS-I                 PIC 9(4) VALUE ZERO.
       01  WS-J                 PIC 9(4) VALUE ZERO.
       01  WS-ENCONTRADO        PIC X    VALUE "N".
       01  WS-ID-PROCURADO      PIC X(8) VALUE SPACES.

      *> Arquivo de pendentes inteiro em memoria, em ordem de
      *> vigencia e numero: as pendentes do mesmo operador entram na
      *> ordem em que foram agendadas.
       01  WS-TABELA-PENDENTES.
           05  WS-QTDE-PENDENTES   PIC 9(4) VALUE ZERO.
           05  WS-PENDENTE-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QTDE-PENDENTES.
               10  WS-PD-NUMERO        PIC 9(6).
               10  WS-PD-DATA-VIGENCIA PIC 9(8).
               10  WS-PD-ACAO          PIC X(1).
               10  WS-PD-OP-ID         PIC X(8).
               10  WS-PD-NOME          PIC X(30).
               10  WS-PD-DEPARTAMENTO  PIC X(10).
               10  WS-PD-TURNO         PIC X(2).
               10  WS-PD-DATA-EXPIRACAO PIC 9(8).
               10  WS-PD-SITE          PIC X(4).
               10  WS-PD-SUPERVISOR-ID PIC X(8).
               10  WS-PD-ORIGEM        PIC X(8).
               10  WS-PD-REGISTRADO-POR PIC X(8).
               10  WS-PD-DATA-REGISTRO PIC 9(8).
               10  WS-PD-SITUACAO      PIC X(1).
               10  WS-PD-DATA-SITUACAO PIC 9(8).
               10  WS-PD-RESPONSAVEL-SITUACAO PIC X(8).
               10  WS-PD-MOTIVO        PIC X(30).

       01  WS-PENDENTE-TEMP     PIC X(156) VALUE SPACES.
       01  WS-P                 PIC 9(4) VALUE ZERO.
       01  WS-Q                 PIC 9(4) VALUE ZERO.
       01  WS-FIM-PENDENTES     PIC X    VALUE "N".
       01  WS-ARQUIVO-PENDENTES PIC X    VALUE "N".
       01  WS-PENDENTES-ALTERADAS PIC X  VALUE "N".
       01  WS-PENDENTES-TRUNCADA PIC X   VALUE "N".
       01  WS-SUPERVISOR-VALIDO PIC X    VALUE "S".

       01  WS-RESULTADO         PIC X(9) VALUE SPACES.
       01  WS-MOTIVO-REJEICAO   PIC X(30) VALUE SPACES.

      *> Nome gravado pelo anonOper no operador cujos dados pessoais
      *> foram expurgados: pendente para esse ID nao e aplicada.
       01  WS-NOME-ANONIMIZADO  PIC X(30) VALUE "*ANONIMIZADO*".
       01  WS-DESCRICAO         PIC X(62) VALUE SPACES.
       01  WS-PONTEIRO          PIC 9(3) VALUE ZERO.

       01  WS-TOTAL-APLICADAS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJEITADAS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PREVISTAS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-AGUARDANDO  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DESCARTADAS PIC 9(6) VALUE ZERO.

      *> Imagem do cadastro como estava na carga, para o jornal de
      *> alteracoes comparar campo a campo na hora da regravacao.
       01  WS-TABELA-ANTES.
           05  WS-QTDE-ANTES       PIC 9(4) VALUE ZERO.
           05  WS-ANTES-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-ANTES
                   ASCENDING KEY IS WS-AN-ID
                   INDEXED BY WS-AN-IDX.
               10  WS-AN-ID            PIC X(8).
               10  WS-AN-NOME          PIC X(30).
               10  WS-AN-DEPARTAMENTO  PIC X(10).
               10  WS-AN-TURNO         PIC X(2).
               10  WS-AN-STATUS        PIC X(1).
               10  WS-AN-DATA-EFETIVA  PIC 9(8).
               10  WS-AN-DATA-EXPIRACAO PIC 9(8).
               10  WS-AN-SITE          PIC X(4).
               10  WS-AN-SUPERVISOR-ID PIC X(8).

       01  WS-JI                PIC 9(4) VALUE ZERO.
       01  WS-ANTES-ACHADO      PIC X    VALUE "N".
       01  WS-ANTES-POSICAO     PIC 9(4) VALUE ZERO.
       01  WS-JR-CAMPO          PIC X(12) VALUE SPACES.
       01  WS-JR-ANTIGO         PIC X(30) VALUE SPACES.
       01  WS-JR-NOVO           PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            DISPLAY "Ativacao das alteracoes pendentes do cadastro "
                "de operadores...".
            ACCEPT WS-PARAMETRO-DATA FROM COMMAND-LINE.
            IF WS-PARAMETRO-DATA = SPACES
                    OR WS-PARAMETRO-DATA NOT NUMERIC
                MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
            ELSE
                MOVE WS-PARAMETRO-DATA TO WS-DATA-ATUAL
            END-IF.
            COMPUTE WS-DATA-LIMITE-PREVISAO =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                        + WS-DIAS-PREVISAO).
            COMPUTE WS-DATA-CORTE-HISTORICO =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                        - WS-DIAS-HISTORICO).

      *> Sem o cadastro nao ha o que aplicar -- e regravar a partir
      *> de uma tabela vazia apagaria o arquivo mestre.
            PERFORM CARREGAR-TABELA-OPERADORES.
            IF WS-QTDE-OPERADORES = ZERO
                DISPLAY "ERRO: cadastro de operadores vazio ou "
                    "inacessivel -- nenhuma pendente aplicada."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM GUARDAR-IMAGEM-ANTES.
            PERFORM CARREGAR-TABELA-PENDENTES.

      *> Pendentes que nao couberam na tabela sumiriam na regravacao
      *> do OPERPEND, e aplicar so parte delas fura a ordem de
      *> vigencia: nada e aplicado, expurgado ou regravado.
            IF WS-PENDENTES-TRUNCADA = "S"
                DISPLAY "ERRO: o arquivo de pendentes nao coube "
                    "inteiro na tabela -- nenhuma pendente aplicada "
                    "e o arquivo nao foi alterado."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECALHO.
            PERFORM APLICAR-PENDENTES-VENCIDAS.
            PERFORM IMPRIMIR-PREVISAO.
            PERFORM IMPRIMIR-RODAPE.
            CLOSE REPORT-FILE.

            IF WS-TOTAL-APLICADAS > 0
                PERFORM GRAVAR-TABELA-OPERADORES
            ELSE
                DISPLAY "Nenhuma pendente aplicada -- o arquivo "
                    "mestre nao foi regravado."
            END-IF.
            IF WS-PENDENTES-ALTERADAS = "S"
                PERFORM GRAVAR-TABELA-PENDENTES
            END-IF.

            DISPLAY "Ativacao concluida. Aplicadas: "
                WS-TOTAL-APLICADAS
                "  Rejeitadas: " WS-TOTAL-REJEITADAS
                "  Previstas em 7 dias: " WS-TOTAL-PREVISTAS.
            DISPLAY "Relatorio gravado em data/RELPEND.DAT.".
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
                            MOVE OP-SUPERVISOR-ID TO
                                WS-OP-SUPERVISOR-ID
                                    (WS-QTDE-OPERADORES)
                    END-READ
                END-PERFORM
                CLOSE OPERADOR-MASTER
            ELSE
                DISPLAY "AVISO: nao foi possivel abrir "
                    "OPERMAST.DAT (status " WS-FS-OPERADOR-MASTER
                    ")."
            END-IF.

       CARREGAR-TABELA-PENDENTES.
            MOVE ZERO TO WS-QTDE-PENDENTES.
            MOVE "N" TO WS-PENDENTES-TRUNCADA.
            OPEN INPUT PENDING-FILE.
            IF WS-FS-PENDING-FILE NOT = "00"
                DISPLAY "Nenhum arquivo de pendentes (status "
                    WS-FS-PENDING-FILE ")."
            ELSE
                MOVE "S" TO WS-ARQUIVO-PENDENTES
                MOVE "N" TO WS-FIM-PENDENTES
                PERFORM UNTIL WS-FIM-PENDENTES = "S"
                    READ PENDING-FILE
                        AT END
                            MOVE "S" TO WS-FIM-PENDENTES
                        NOT AT END
                            IF WS-QTDE-PENDENTES >= 2000
                                DISPLAY "ERRO: tabela de pendentes "
                                    "cheia (2000) na pendente "
                                    PD-NUMERO "."
                                MOVE "S" TO WS-PENDENTES-TRUNCADA
                                MOVE "S" TO WS-FIM-PENDENTES
                            ELSE
                                ADD 1 TO WS-QTDE-PENDENTES
                                MOVE PENDENTE-REGISTRO TO
                                    WS-PENDENTE-ITEM
                                        (WS-QTDE-PENDENTES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDING-FILE
                PERFORM ORDENAR-TABELA-PENDENTES
            END-IF.

      *> Insertion sort por vigencia e numero, mesmo esquema da
      *> tabela de operadores.
       ORDENAR-TABELA-PENDENTES.
            PERFORM VARYING WS-P FROM 2 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                MOVE WS-P TO WS-Q
                PERFORM UNTIL WS-Q <= 1
                    OR WS-PD-DATA-VIGENCIA (WS-Q - 1)
                        < WS-PD-DATA-VIGENCIA (WS-Q)
                    OR (WS-PD-DATA-VIGENCIA (WS-Q - 1)
                            = WS-PD-DATA-VIGENCIA (WS-Q)
                        AND WS-PD-NUMERO (WS-Q - 1)
                            <= WS-PD-NUMERO (WS-Q))
                    PERFORM TROCAR-PENDENTES
                    SUBTRACT 1 FROM WS-Q
                END-PERFORM
            END-PERFORM.

       TROCAR-PENDENTES.
            MOVE WS-PENDENTE-ITEM (WS-Q) TO WS-PENDENTE-TEMP.
            MOVE WS-PENDENTE-ITEM (WS-Q - 1)
                TO WS-PENDENTE-ITEM (WS-Q).
            MOVE WS-PENDENTE-TEMP TO WS-PENDENTE-ITEM (WS-Q - 1).

      *> Pendentes com vigencia ate a data de processamento: uma a
      *> uma, na ordem da tabela, contra o cadastro ja com as
      *> anteriores aplicadas.
       APLICAR-PENDENTES-VENCIDAS.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-SITUACAO (WS-P) = "P"
                        AND WS-PD-DATA-VIGENCIA (WS-P) <= WS-DATA-ATUAL
                    PERFORM APLICAR-PENDENTE
                    PERFORM IMPRIMIR-LINHA-APLICACAO
                END-IF
            END-PERFORM.
            IF WS-TOTAL-APLICADAS + WS-TOTAL-REJEITADAS = ZERO
                MOVE "  Nenhuma pendente com vigencia ate hoje."
                    TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

       APLICAR-PENDENTE.
            MOVE "APLICADA " TO WS-RESULTADO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO.
            MOVE WS-PD-OP-ID (WS-P) TO WS-ID-PROCURADO.

            PERFORM VALIDAR-SUPERVISOR-PENDENTE.
            IF WS-SUPERVISOR-VALIDO = "N"
                PERFORM REJEITAR-PENDENTE
            ELSE
                PERFORM LOCALIZAR-OPERADOR
                EVALUATE TRUE
                    WHEN WS-ENCONTRADO = "S"
                            AND WS-OP-NOME (WS-OP-IDX)
                                = WS-NOME-ANONIMIZADO
                        PERFORM REJEITAR-PENDENTE
                        MOVE "ID ANONIMIZADO - NAO REUTILIZA"
                            TO WS-MOTIVO-REJEICAO
                    WHEN WS-PD-ACAO (WS-P) = "A"
                        PERFORM APLICAR-ADMISSAO
                    WHEN WS-PD-ACAO (WS-P) = "C"
                        PERFORM APLICAR-ALTERACAO
                    WHEN WS-PD-ACAO (WS-P) = "T"
                        PERFORM APLICAR-DESLIGAMENTO
                    WHEN OTHER
                        PERFORM REJEITAR-PENDENTE
                        MOVE "ACAO INVALIDA" TO WS-MOTIVO-REJEICAO
                END-EVALUATE
            END-IF.

            IF WS-RESULTADO = "APLICADA "
                ADD 1 TO WS-TOTAL-APLICADAS
                MOVE "A" TO WS-PD-SITUACAO (WS-P)
            ELSE
                MOVE "R" TO WS-PD-SITUACAO (WS-P)
            END-IF.
            MOVE WS-DATA-ATUAL TO WS-PD-DATA-SITUACAO (WS-P).
            MOVE WS-NOME-PROGRAMA TO WS-PD-RESPONSAVEL-SITUACAO (WS-P).
            MOVE WS-MOTIVO-REJEICAO TO WS-PD-MOTIVO (WS-P).
            MOVE "S" TO WS-PENDENTES-ALTERADAS.

      *> Mesma regra do hrFeed: o supervisor tem de ser outro
      *> operador ativo, nao anonimizado e dentro da vigencia no
      *> cadastro do dia da vigencia.
       VALIDAR-SUPERVISOR-PENDENTE.
            MOVE "S" TO WS-SUPERVISOR-VALIDO.
            IF WS-PD-SUPERVISOR-ID (WS-P) NOT = SPACES
                    AND WS-PD-SUPERVISOR-ID (WS-P) NOT = "*"
                IF WS-PD-SUPERVISOR-ID (WS-P) = WS-PD-OP-ID (WS-P)
                    MOVE "N" TO WS-SUPERVISOR-VALIDO
                    MOVE "SUPERVISOR E O PROPRIO OPER."
                        TO WS-MOTIVO-REJEICAO
                ELSE
                    MOVE "N" TO WS-SUPERVISOR-VALIDO
                    PERFORM VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > WS-QTDE-OPERADORES
                        IF WS-OP-ID (WS-I) = WS-PD-SUPERVISOR-ID (WS-P)
                                AND WS-OP-STATUS (WS-I) = "A"
                                AND WS-OP-NOME (WS-I)
                                    NOT = WS-NOME-ANONIMIZADO
                                AND WS-OP-DATA-EFETIVA (WS-I)
                                    <= WS-DATA-ATUAL
                                AND WS-OP-DATA-EXPIRACAO (WS-I)
                                    >= WS-DATA-ATUAL
                            MOVE "S" TO WS-SUPERVISOR-VALIDO
                        END-IF
                    END-PERFORM
                    IF WS-SUPERVISOR-VALIDO = "N"
                        MOVE "SUPERVISOR AUSENTE OU INATIVO"
                            TO WS-MOTIVO-REJEICAO
                    END-IF
                END-IF
            END-IF.

       REJEITAR-PENDENTE.
            MOVE "REJEITADA" TO WS-RESULTADO.
            ADD 1 TO WS-TOTAL-REJEITADAS.

       LOCALIZAR-OPERADOR.
            MOVE "N" TO WS-ENCONTRADO.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX) = WS-ID-PROCURADO
                    MOVE "S" TO WS-ENCONTRADO
            END-SEARCH.

       APLICAR-ADMISSAO.
            IF WS-ENCONTRADO = "S"
                PERFORM REJEITAR-PENDENTE
                MOVE "OPERADOR JA CADASTRADO" TO WS-MOTIVO-REJEICAO
            ELSE
                IF WS-QTDE-OPERADORES >= 500
                    PERFORM REJEITAR-PENDENTE
                    MOVE "TABELA DE OPERADORES CHEIA"
                        TO WS-MOTIVO-REJEICAO
                ELSE
                    ADD 1 TO WS-QTDE-OPERADORES
                    MOVE WS-PD-OP-ID (WS-P)
                        TO WS-OP-ID (WS-QTDE-OPERADORES)
                    MOVE WS-PD-NOME (WS-P)
                        TO WS-OP-NOME (WS-QTDE-OPERADORES)
                    MOVE WS-PD-DEPARTAMENTO (WS-P)
                        TO WS-OP-DEPARTAMENTO (WS-QTDE-OPERADORES)
                    MOVE WS-PD-TURNO (WS-P)
                        TO WS-OP-TURNO (WS-QTDE-OPERADORES)
                    MOVE WS-PD-SITE (WS-P)
                        TO WS-OP-SITE (WS-QTDE-OPERADORES)
                    IF WS-PD-SUPERVISOR-ID (WS-P) = "*"
                        MOVE SPACES TO
                            WS-OP-SUPERVISOR-ID (WS-QTDE-OPERADORES)
                    ELSE
                        MOVE WS-PD-SUPERVISOR-ID (WS-P) TO
                            WS-OP-SUPERVISOR-ID (WS-QTDE-OPERADORES)
                    END-IF
                    MOVE "A" TO WS-OP-STATUS (WS-QTDE-OPERADORES)
                    MOVE WS-PD-DATA-VIGENCIA (WS-P)
                        TO WS-OP-DATA-EFETIVA (WS-QTDE-OPERADORES)
                    IF WS-PD-DATA-EXPIRACAO (WS-P) = ZERO
                        MOVE 99991231 TO
                            WS-OP-DATA-EXPIRACAO (WS-QTDE-OPERADORES)
                    ELSE
                        MOVE WS-PD-DATA-EXPIRACAO (WS-P) TO
                            WS-OP-DATA-EXPIRACAO (WS-QTDE-OPERADORES)
                    END-IF
                    PERFORM ORDENAR-TABELA-OPERADORES
                END-IF
            END-IF.

       APLICAR-ALTERACAO.
            IF WS-ENCONTRADO = "N"
                PERFORM REJEITAR-PENDENTE
                MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
            ELSE
                IF WS-PD-NOME (WS-P) NOT = SPACES
                    MOVE WS-PD-NOME (WS-P) TO WS-OP-NOME (WS-OP-IDX)
                END-IF
                IF WS-PD-DEPARTAMENTO (WS-P) NOT = SPACES
                    MOVE WS-PD-DEPARTAMENTO (WS-P)
                        TO WS-OP-DEPARTAMENTO (WS-OP-IDX)
                END-IF
                IF WS-PD-TURNO (WS-P) NOT = SPACES
                    MOVE WS-PD-TURNO (WS-P) TO WS-OP-TURNO (WS-OP-IDX)
                END-IF
                IF WS-PD-SITE (WS-P) NOT = SPACES
                    MOVE WS-PD-SITE (WS-P) TO WS-OP-SITE (WS-OP-IDX)
                END-IF
                IF WS-PD-SUPERVISOR-ID (WS-P) = "*"
                    MOVE SPACES TO WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                ELSE
                    IF WS-PD-SUPERVISOR-ID (WS-P) NOT = SPACES
                        MOVE WS-PD-SUPERVISOR-ID (WS-P)
                            TO WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                    END-IF
                END-IF
                IF WS-PD-DATA-EXPIRACAO (WS-P) NOT = ZERO
                    MOVE WS-PD-DATA-EXPIRACAO (WS-P)
                        TO WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                END-IF
            END-IF.

      *> Desligamento: como no hrFeed, com a vigencia no lugar de
      *> "hoje" quando a data de expiracao vem zerada.
       APLICAR-DESLIGAMENTO.
            IF WS-ENCONTRADO = "N"
                PERFORM REJEITAR-PENDENTE
                MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
            ELSE
                IF WS-PD-DATA-EXPIRACAO (WS-P) = ZERO
                    MOVE WS-PD-DATA-VIGENCIA (WS-P)
                        TO WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                ELSE
                    MOVE WS-PD-DATA-EXPIRACAO (WS-P)
                        TO WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                END-IF
                IF WS-OP-DATA-EXPIRACAO (WS-OP-IDX) < WS-DATA-ATUAL
                    MOVE "I" TO WS-OP-STATUS (WS-OP-IDX)
                END-IF
            END-IF.

      *> Regrava o OPERPEND.DAT inteiro. Pendente ja encerrada
      *> (aplicada, rejeitada ou cancelada) ha mais de um ano sai do
      *> arquivo -- o jornal do cadastro guarda o que foi aplicado.
       GRAVAR-TABELA-PENDENTES.
            OPEN OUTPUT PENDING-FILE.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-SITUACAO (WS-P) NOT = "P"
                        AND WS-PD-DATA-SITUACAO (WS-P)
                            < WS-DATA-CORTE-HISTORICO
                    ADD 1 TO WS-TOTAL-DESCARTADAS
                ELSE
                    MOVE WS-PENDENTE-ITEM (WS-P) TO PENDENTE-REGISTRO
                    WRITE PENDENTE-REGISTRO
                END-IF
            END-PERFORM.
            CLOSE PENDING-FILE.
            DISPLAY "Arquivo de pendentes atualizado. Historico "
                "descartado: " WS-TOTAL-DESCARTADAS.

      *> Previsao: o que entra em vigor depois de hoje e ate hoje +
      *> 7 dias, com os campos que vao mudar.
       IMPRIMIR-PREVISAO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "PREVISTAS PARA OS PROXIMOS " WS-DIAS-PREVISAO
                " DIAS (ATE " WS-DATA-LIMITE-PREVISAO ")"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "NUMERO VIGENCIA ACAO ID OPER. ORIGEM   "
                "REGISTRO ALTERACOES"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-SITUACAO (WS-P) = "P"
                    ADD 1 TO WS-TOTAL-AGUARDANDO
                    IF WS-PD-DATA-VIGENCIA (WS-P)
                            <= WS-DATA-LIMITE-PREVISAO
                        ADD 1 TO WS-TOTAL-PREVISTAS
                        PERFORM MONTAR-DESCRICAO-PENDENTE
                        MOVE SPACES TO LINHA-RELATORIO
                        STRING WS-PD-NUMERO (WS-P) " "
                            WS-PD-DATA-VIGENCIA (WS-P) " "
                            WS-PD-ACAO (WS-P) "    "
                            WS-PD-OP-ID (WS-P) " "
                            WS-PD-ORIGEM (WS-P) " "
                            WS-PD-REGISTRADO-POR (WS-P) " "
                            WS-DESCRICAO
                            DELIMITED BY SIZE INTO LINHA-RELATORIO
                        END-STRING
                        WRITE LINHA-RELATORIO
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-TOTAL-PREVISTAS = ZERO
                MOVE "  Nenhuma alteracao prevista no periodo."
                    TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

      *> Resumo legivel da mudanca: so os campos informados.
       MONTAR-DESCRICAO-PENDENTE.
            MOVE SPACES TO WS-DESCRICAO.
            MOVE 1 TO WS-PONTEIRO.
            EVALUATE WS-PD-ACAO (WS-P)
                WHEN "A"
                    STRING "ADMISSAO " DELIMITED BY SIZE
                        WS-PD-NOME (WS-P) DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                    END-STRING
                WHEN "T"
                    STRING "DESLIGAMENTO " DELIMITED BY SIZE
                        INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                    END-STRING
                WHEN OTHER
                    IF WS-PD-NOME (WS-P) NOT = SPACES
                        STRING "NOME=" DELIMITED BY SIZE
                            WS-PD-NOME (WS-P) DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                        END-STRING
                    END-IF
            END-EVALUATE.
            IF WS-PD-DEPARTAMENTO (WS-P) NOT = SPACES
                STRING "DEPTO=" WS-PD-DEPARTAMENTO (WS-P)
                    DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                END-STRING
            END-IF.
            IF WS-PD-TURNO (WS-P) NOT = SPACES
                STRING "TURNO=" WS-PD-TURNO (WS-P) " "
                    DELIMITED BY SIZE
                    INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                END-STRING
            END-IF.
            IF WS-PD-SITE (WS-P) NOT = SPACES
                STRING "SITE=" WS-PD-SITE (WS-P) " "
                    DELIMITED BY SIZE
                    INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                END-STRING
            END-IF.
            IF WS-PD-SUPERVISOR-ID (WS-P) = "*"
                STRING "SUP=(RETIRADO) "
                    DELIMITED BY SIZE
                    INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                END-STRING
            ELSE
                IF WS-PD-SUPERVISOR-ID (WS-P) NOT = SPACES
                    STRING "SUP=" WS-PD-SUPERVISOR-ID (WS-P)
                        DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                    END-STRING
                END-IF
            END-IF.
            IF WS-PD-DATA-EXPIRACAO (WS-P) NOT = ZERO
                STRING "EXP=" WS-PD-DATA-EXPIRACAO (WS-P)
                    DELIMITED BY SIZE
                    INTO WS-DESCRICAO WITH POINTER WS-PONTEIRO
                END-STRING
            END-IF.

       IMPRIMIR-CABECALHO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "ATIVACAO DE ALTERACOES PENDENTES DO CADASTRO"
                "  Data: " WS-DATA-ATUAL
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE "APLICADAS NESTA RODADA" TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "NUMERO VIGENCIA ACAO ID OPER. ORIGEM   "
                "REGISTRO RESULTADO MOTIVO"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-APLICACAO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING WS-PD-NUMERO (WS-P) " "
                WS-PD-DATA-VIGENCIA (WS-P) " "
                WS-PD-ACAO (WS-P) "    "
                WS-PD-OP-ID (WS-P) " "
                WS-PD-ORIGEM (WS-P) " "
                WS-PD-REGISTRADO-POR (WS-P) " "
                WS-RESULTADO " " WS-MOTIVO-REJEICAO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

       IMPRIMIR-RODAPE.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "APLICADAS: " WS-TOTAL-APLICADAS
                "  REJEITADAS: " WS-TOTAL-REJEITADAS
                "  PREVISTAS 7 DIAS: " WS-TOTAL-PREVISTAS
                "  AGUARDANDO VIGENCIA: " WS-TOTAL-AGUARDANDO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

       GRAVAR-TABELA-OPERADORES.
            PERFORM COPIAR-GERACAO-BACKUP.
            PERFORM GRAVAR-JORNAL-ALTERACOES.
            OPEN OUTPUT OPERADOR-MASTER.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                MOVE WS-OP-ID (WS-I) TO OP-ID
                MOVE WS-OP-NOME (WS-I) TO OP-NOME
                MOVE WS-OP-DEPARTAMENTO (WS-I) TO OP-DEPARTAMENTO
                MOVE WS-OP-TURNO (WS-I) TO OP-TURNO
                MOVE WS-OP-STATUS (WS-I) TO OP-STATUS
                MOVE WS-OP-DATA-EFETIVA (WS-I) TO OP-DATA-EFETIVA
                MOVE WS-OP-DATA-EXPIRACAO (WS-I) TO OP-DATA-EXPIRACAO
                MOVE WS-OP-SITE (WS-I) TO OP-SITE
                MOVE WS-OP-SUPERVISOR-ID (WS-I) TO OP-SUPERVISOR-ID
                WRITE OPERADOR-REGISTRO
            END-PERFORM.
            CLOSE OPERADOR-MASTER.
            DISPLAY "Arquivo mestre de operadores atualizado.".

       ORDENAR-TABELA-OPERADORES.
      *> Mesmo insertion sort do operMant: tabela pequena, e a ordem
      *> ascendente de OP-ID e exigida pelo SEARCH ALL daqui e dos
      *> demais programas.
            PERFORM VARYING WS-I FROM 2 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                MOVE WS-I TO WS-J
                PERFORM UNTIL WS-J <= 1
                    OR WS-OP-ID (WS-J - 1) <= WS-OP-ID (WS-J)
                    PERFORM TROCAR-OPERADORES
                    SUBTRACT 1 FROM WS-J
                END-PERFORM
            END-PERFORM.

       TROCAR-OPERADORES.
            MOVE WS-OPERADOR-ITEM (WS-J) TO WS-OPERADOR-TEMP.
            MOVE WS-OPERADOR-ITEM (WS-J - 1) TO WS-OPERADOR-ITEM (WS-J).
            MOVE WS-OPERADOR-TEMP TO WS-OPERADOR-ITEM (WS-J - 1).

       GUARDAR-IMAGEM-ANTES.
            MOVE ZERO TO WS-QTDE-ANTES.
            PERFORM VARYING WS-JI FROM 1 BY 1
                    UNTIL WS-JI > WS-QTDE-OPERADORES
                ADD 1 TO WS-QTDE-ANTES
                MOVE WS-OPERADOR-ITEM (WS-JI)
                    TO WS-ANTES-ITEM (WS-QTDE-ANTES)
            END-PERFORM.

      *> Copia o arquivo mestre corrente para a geracao de backup
      *> datada antes de regravar -- uma ativacao ruim deixa de ser
      *> irreversivel. Mesmo esquema do operMant.
       COPIAR-GERACAO-BACKUP.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-JORNAL.
            MOVE SPACES TO WS-NOME-BACKUP.
            STRING "data/OPERBKP-" WS-DATA-HORA-JORNAL (1:14) ".DAT"
                DELIMITED BY SIZE INTO WS-NOME-BACKUP
            END-STRING.
            SET ENVIRONMENT "DD_OPERBKP" TO WS-NOME-BACKUP.

            OPEN INPUT OPERADOR-MASTER.
            IF WS-FS-OPERADOR-MASTER NOT = "00"
                DISPLAY "AVISO: arquivo mestre inexistente (status "
                    WS-FS-OPERADOR-MASTER ") -- regravacao sem "
                    "geracao de backup."
            ELSE
                OPEN OUTPUT OPERADOR-BACKUP
                MOVE "N" TO WS-FIM-BACKUP
                PERFORM UNTIL WS-FIM-BACKUP = "S"
                    READ OPERADOR-MASTER
                        AT END
                            MOVE "S" TO WS-FIM-BACKUP
                        NOT AT END
                            MOVE OPERADOR-REGISTRO
                                TO OPERADOR-BACKUP-REGISTRO
                            WRITE OPERADOR-BACKUP-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE OPERADOR-BACKUP
                CLOSE OPERADOR-MASTER
                DISPLAY "Geracao de backup gravada em "
                    WS-NOME-BACKUP
            END-IF.

      *> Um registro de jornal por campo alterado de cada operador,
      *> comparando a tabela corrente com a imagem da carga;
      *> operador novo sai como um registro "INCLUSAO" unico.
       GRAVAR-JORNAL-ALTERACOES.
            OPEN EXTEND OPER-JOURNAL.
            IF WS-FS-OPER-JOURNAL = "35"
                OPEN OUTPUT OPER-JOURNAL
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-JORNAL.

            PERFORM VARYING WS-JI FROM 1 BY 1
                    UNTIL WS-JI > WS-QTDE-OPERADORES
                PERFORM LOCALIZAR-OPERADOR-ANTES
                IF WS-ANTES-ACHADO = "N"
                    MOVE "INCLUSAO" TO WS-JR-CAMPO
                    MOVE SPACES TO WS-JR-ANTIGO
                    MOVE WS-OP-NOME (WS-JI) TO WS-JR-NOVO
                    PERFORM GRAVAR-REGISTRO-JORNAL
                ELSE
                    PERFORM JORNALIZAR-CAMPOS-ALTERADOS
                END-IF
            END-PERFORM.
            CLOSE OPER-JOURNAL.

       LOCALIZAR-OPERADOR-ANTES.
            MOVE "N" TO WS-ANTES-ACHADO.
            MOVE ZERO TO WS-ANTES-POSICAO.
            SET WS-AN-IDX TO 1.
            SEARCH ALL WS-ANTES-ITEM
                WHEN WS-AN-ID (WS-AN-IDX) = WS-OP-ID (WS-JI)
                    MOVE "S" TO WS-ANTES-ACHADO
                    SET WS-ANTES-POSICAO TO WS-AN-IDX
            END-SEARCH.

       JORNALIZAR-CAMPOS-ALTERADOS.
            IF WS-OP-NOME (WS-JI)
                    NOT = WS-AN-NOME (WS-ANTES-POSICAO)
                MOVE "NOME" TO WS-JR-CAMPO
                MOVE WS-AN-NOME (WS-ANTES-POSICAO) TO WS-JR-ANTIGO
                MOVE WS-OP-NOME (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-DEPARTAMENTO (WS-JI)
                    NOT = WS-AN-DEPARTAMENTO (WS-ANTES-POSICAO)
                MOVE "DEPARTAMENTO" TO WS-JR-CAMPO
                MOVE WS-AN-DEPARTAMENTO (WS-ANTES-POSICAO)
                    TO WS-JR-ANTIGO
                MOVE WS-OP-DEPARTAMENTO (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-TURNO (WS-JI)
                    NOT = WS-AN-TURNO (WS-ANTES-POSICAO)
                MOVE "TURNO" TO WS-JR-CAMPO
                MOVE WS-AN-TURNO (WS-ANTES-POSICAO) TO WS-JR-ANTIGO
                MOVE WS-OP-TURNO (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-STATUS (WS-JI)
                    NOT = WS-AN-STATUS (WS-ANTES-POSICAO)
                MOVE "STATUS" TO WS-JR-CAMPO
                MOVE WS-AN-STATUS (WS-ANTES-POSICAO) TO WS-JR-ANTIGO
                MOVE WS-OP-STATUS (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-DATA-EFETIVA (WS-JI)
                    NOT = WS-AN-DATA-EFETIVA (WS-ANTES-POSICAO)
                MOVE "DT-EFETIVA" TO WS-JR-CAMPO
                MOVE WS-AN-DATA-EFETIVA (WS-ANTES-POSICAO)
                    TO WS-JR-ANTIGO
                MOVE WS-OP-DATA-EFETIVA (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-DATA-EXPIRACAO (WS-JI)
                    NOT = WS-AN-DATA-EXPIRACAO (WS-ANTES-POSICAO)
                MOVE "DT-EXPIRACAO" TO WS-JR-CAMPO
                MOVE WS-AN-DATA-EXPIRACAO (WS-ANTES-POSICAO)
                    TO WS-JR-ANTIGO
                MOVE WS-OP-DATA-EXPIRACAO (WS-JI) TO WS-JR-NOVO
                PERFORM GRAVAR-REGISTRO-JORNAL
            END-IF.
            IF WS-OP-SITE (WS-JI)
                    NOT = WS-AN-SITE (WS-ANTES-POSICAO)
                MOVE "SITE" TO WS-JR-CAMPO
                MOVE WS-AN-SITE (WS-ANTES-POSICAO) TO WS-JR-ANTIGO
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
            MOVE WS-DATA-HORA-JORNAL (9:6) TO JR-HORA.
            MOVE WS-NOME-PROGRAMA TO JR-PROGRAMA.
            MOVE WS-OP-ID (WS-JI) TO JR-OP-ID.
            MOVE WS-JR-CAMPO TO JR-CAMPO.
            MOVE WS-JR-ANTIGO TO JR-VALOR-ANTIGO.
            MOVE WS-JR-NOVO TO JR-VALOR-NOVO.
            WRITE OPER-JOURNAL-REGISTRO.
