       IDENTIFICATION DIVISION.
       PROGRAM-ID. escMant.
       AUTHOR. Franc-Abade.

      *> Manutencao da escala de trabalho (ROSTER-FILE,
      *> data/ESCALA.DAT) pelo supervisor. O cadastro so conhece o
      *> turno fixo de cada operador (OP-TURNO); a escala diz em que
      *> dias cada um trabalha e em que turno, e registra a troca ou
      *> cobertura pontual -- o operador que cobre o turno de um
      *> colega fica escalado naquele dia com o turno do colega e o
      *> ID dele em ES-COBRINDO-ID, e o dia do colega sai da escala.
      *> O repTurno e o sweepSess julgam o dia escalado pela janela
      *> do turno da escala, e o repFalta lista quem estava escalado
      *> e nao entrou.
      *>
      *> Mesmo esquema do operMant: o arquivo inteiro e carregado
      *> numa tabela em ordem de ID + data, a manutencao e aplicada
      *> na tabela e o arquivo e regravado por completo no "gravar e
      *> sair". Todo dia incluido ou alterado leva o ID do
      *> supervisor que se identificou na entrada.
      *> Dias com mais de WS-DIAS-RETENCAO-ESCALA dias no passado nao
      *> sao carregados e saem do arquivo na regravacao. Se a escala
      *> nao coube inteira na tabela, a sessao so consulta: gravar
      *> apagaria os dias que ficaram de fora.

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

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  SHIFT-TABLE.
           COPY TURNOS.

       FD  ROSTER-FILE.
           COPY ESCALA.

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-SHIFT-TABLE    PIC XX   VALUE "00".
       01  WS-FS-ROSTER-FILE    PIC XX   VALUE "00".
       01  WS-OPCAO             PIC 9    VALUE ZERO.
       01  WS-CONTINUAR         PIC X    VALUE "S".
       01  WS-ID-SUPERVISOR     PIC X(8) VALUE SPACES.
       01  WS-DATA-ATUAL        PIC 9(8) VALUE ZERO.
       01  WS-NOME-ANONIMIZADO  PIC X(30) VALUE "*ANONIMIZADO*".
       01  WS-ID-PROCURADO      PIC X(8) VALUE SPACES.
       01  WS-ID-COBERTO        PIC X(8) VALUE SPACES.
       01  WS-ENCONTRADO        PIC X    VALUE "N".
       01  WS-OPERADOR-VALIDO   PIC X    VALUE "N".

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

      *> Escala carregada do ROSTER-FILE, em ordem de ID + data para
      *> o SEARCH ALL pela chave composta.
       01  WS-TABELA-ESCALA.
           05  WS-QTDE-ESCALA      PIC 9(5) VALUE ZERO.
           05  WS-ESCALA-ITEM OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-QTDE-ESCALA
                   ASCENDING KEY IS WS-ES-OPERADOR-ID WS-ES-DATA
                   INDEXED BY WS-ES-IDX.
               10  WS-ES-CHAVE.
                   15  WS-ES-OPERADOR-ID   PIC X(8).
                   15  WS-ES-DATA          PIC 9(8).
               10  WS-ES-TURNO         PIC X(2).
               10  WS-ES-COBRINDO-ID   PIC X(8).
               10  WS-ES-SUPERVISOR-ID PIC X(8).

      *> Retencao: dia anterior a WS-DATA-CORTE-ESCALA (hoje menos
      *> WS-DIAS-RETENCAO-ESCALA) e expurgado na carga.
       01  WS-DIAS-RETENCAO-ESCALA PIC 9(3) VALUE 180.
       01  WS-DATA-CORTE-ESCALA PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-EXPURGADOS  PIC 9(5) VALUE ZERO.
       01  WS-ESCALA-TRUNCADA   PIC X    VALUE "N".

       01  WS-ESCALA-TEMP           PIC X(34) VALUE SPACES.
       01  WS-I                 PIC 9(5) VALUE ZERO.
       01  WS-J                 PIC 9(5) VALUE ZERO.
       01  WS-K                 PIC 9(5) VALUE ZERO.
       01  WS-T                 PIC 9(3) VALUE ZERO.

      *> Dia procurado na escala e posicao achada (zero se nao tem).
       01  WS-DATA-PROCURADA    PIC 9(8) VALUE ZERO.
       01  WS-ESCALA-ACHADA     PIC X    VALUE "N".
       01  WS-ESCALA-POSICAO    PIC 9(5) VALUE ZERO.
       01  WS-ESCALA-POSICAO-2  PIC 9(5) VALUE ZERO.

      *> Inclusao por periodo: datas em AAAAMMDD, os dias da semana
      *> que entram (1=segunda ... 7=domingo; em branco, todos) e o
      *> turno. O periodo e limitado a um ano por digitacao.
       01  WS-DATA-INICIAL      PIC 9(8) VALUE ZERO.
       01  WS-DATA-FINAL        PIC 9(8) VALUE ZERO.
       01  WS-DATA-DIGITADA     PIC X(8) VALUE SPACES.
       01  WS-DATA-VALIDA       PIC X    VALUE "N".
       01  WS-DIAS-SEMANA       PIC X(7) VALUE SPACES.
       01  WS-TURNO-DIGITADO    PIC X(2) VALUE SPACES.
       01  WS-TURNO-VALIDO      PIC X    VALUE "N".
       01  WS-DIA-INICIAL       PIC 9(7) VALUE ZERO.
       01  WS-DIA-FINAL         PIC 9(7) VALUE ZERO.
       01  WS-DIA-CORRENTE      PIC 9(7) VALUE ZERO.
       01  WS-DIA-SEMANA        PIC 9    VALUE ZERO.
       01  WS-DIA-SEMANA-X REDEFINES WS-DIA-SEMANA PIC X.
       01  WS-DIA-NA-LISTA      PIC 9(2) VALUE ZERO.
       01  WS-DATA-CORRENTE     PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-INCLUIDOS   PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-JA-ESCALADOS PIC 9(4) VALUE ZERO.

       01  WS-TURNO-ANTERIOR    PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            DISPLAY "=".
            DISPLAY "   Manutencao da Escala de Trabalho".
            DISPLAY "=".

            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM CARREGAR-TABELA-TURNOS.
            PERFORM CARREGAR-TABELA-ESCALA.

            PERFORM OBTER-SUPERVISOR-RESPONSAVEL.
            IF WS-ID-SUPERVISOR = SPACES
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM UNTIL WS-CONTINUAR = "N"
                PERFORM EXIBIR-MENU
            END-PERFORM.

            STOP RUN.

       EXIBIR-MENU.
            DISPLAY " ".
            DISPLAY "1 - Incluir escala por periodo".
            DISPLAY "2 - Registrar cobertura ou troca de turno".
            DISPLAY "3 - Alterar turno de um dia".
            DISPLAY "4 - Excluir dia da escala".
            DISPLAY "5 - Listar escala de um operador".
            DISPLAY "6 - Listar escala de uma data".
            DISPLAY "0 - Gravar e sair".
            DISPLAY "Opcao: ".
            ACCEPT WS-OPCAO.

            EVALUATE WS-OPCAO
                WHEN 1 PERFORM INCLUIR-ESCALA-PERIODO
                WHEN 2 PERFORM REGISTRAR-COBERTURA
                WHEN 3 PERFORM ALTERAR-TURNO-DIA
                WHEN 4 PERFORM EXCLUIR-DIA-ESCALA
                WHEN 5 PERFORM LISTAR-ESCALA-OPERADOR
                WHEN 6 PERFORM LISTAR-ESCALA-DATA
                WHEN 0
                    PERFORM GRAVAR-TABELA-ESCALA
                    MOVE "N" TO WS-CONTINUAR
                WHEN OTHER
                    DISPLAY "Opcao invalida."
            END-EVALUATE.

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
                    "(status " WS-FS-SHIFT-TABLE "). Nenhum turno "
                    "podera ser escalado."
            END-IF.

       CARREGAR-TABELA-ESCALA.
            MOVE ZERO TO WS-QTDE-ESCALA.
            MOVE ZERO TO WS-TOTAL-EXPURGADOS.
            MOVE "N" TO WS-ESCALA-TRUNCADA.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORTE-ESCALA.
            COMPUTE WS-DATA-CORTE-ESCALA = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-DATA-CORTE-ESCALA)
                 - WS-DIAS-RETENCAO-ESCALA).
            OPEN INPUT ROSTER-FILE.
            IF WS-FS-ROSTER-FILE = "00"
                PERFORM UNTIL WS-FS-ROSTER-FILE = "10"
                    READ ROSTER-FILE
                        AT END
                            MOVE "10" TO WS-FS-ROSTER-FILE
                        NOT AT END
                            EVALUATE TRUE
                                WHEN ES-DATA < WS-DATA-CORTE-ESCALA
                                    ADD 1 TO WS-TOTAL-EXPURGADOS
                                WHEN WS-QTDE-ESCALA < 50000
                                    ADD 1 TO WS-QTDE-ESCALA
                                    MOVE ESCALA-REGISTRO TO
                                        WS-ESCALA-ITEM
                                            (WS-QTDE-ESCALA)
                                WHEN OTHER
                                    DISPLAY "ERRO: escala com mais "
                                        "de 50000 dias vigentes -- "
                                        "excedente nao carregado; "
                                        "a escala nao sera gravada "
                                        "nesta sessao."
                                    MOVE "S" TO WS-ESCALA-TRUNCADA
                                    MOVE "10" TO WS-FS-ROSTER-FILE
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE ROSTER-FILE
            ELSE
                DISPLAY "ESCALA.DAT inexistente (status "
                    WS-FS-ROSTER-FILE ") -- escala vazia."
            END-IF.
            PERFORM ORDENAR-TABELA-ESCALA.
            DISPLAY WS-QTDE-ESCALA " dia(s) de escala carregado(s).".
            IF WS-TOTAL-EXPURGADOS > 0
                DISPLAY WS-TOTAL-EXPURGADOS " dia(s) anterior(es) a "
                    WS-DATA-CORTE-ESCALA " expurgado(s) -- saem do "
                    "arquivo na gravacao."
            END-IF.

       GRAVAR-TABELA-ESCALA.
            IF WS-ESCALA-TRUNCADA = "S"
                DISPLAY "ERRO: a escala nao coube inteira na tabela "
                    "-- nada foi gravado, para nao apagar os dias "
                    "que ficaram de fora."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM REGRAVAR-ARQUIVO-ESCALA
            END-IF.

       REGRAVAR-ARQUIVO-ESCALA.
            OPEN OUTPUT ROSTER-FILE.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-ESCALA
                MOVE WS-ESCALA-ITEM (WS-K) TO ESCALA-REGISTRO
                WRITE ESCALA-REGISTRO
            END-PERFORM.
            CLOSE ROSTER-FILE.
            DISPLAY "Escala de trabalho atualizada.".

      *> O supervisor se identifica uma vez, pelo proprio ID de
      *> operador, que tem que existir no cadastro, ativo, nao
      *> anonimizado e dentro da vigencia hoje.
       OBTER-SUPERVISOR-RESPONSAVEL.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL.
            DISPLAY "ID do supervisor responsavel: ".
            ACCEPT WS-ID-SUPERVISOR.
            MOVE WS-ID-SUPERVISOR TO WS-ID-PROCURADO.
            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ID-SUPERVISOR = SPACES
                    OR WS-ENCONTRADO = "N"
                DISPLAY "Supervisor invalido -- manutencao "
                    "cancelada."
                MOVE SPACES TO WS-ID-SUPERVISOR
            ELSE
                IF WS-OP-STATUS (WS-OP-IDX) NOT = "A"
                        OR WS-OP-NOME (WS-OP-IDX) = WS-NOME-ANONIMIZADO
                        OR WS-OP-DATA-EFETIVA (WS-OP-IDX)
                            > WS-DATA-ATUAL
                        OR WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                            < WS-DATA-ATUAL
                    DISPLAY "Supervisor " WS-ID-SUPERVISOR " inativo "
                        "ou fora de vigencia -- manutencao cancelada."
                    MOVE SPACES TO WS-ID-SUPERVISOR
                END-IF
            END-IF.

       LOCALIZAR-OPERADOR.
            MOVE "N" TO WS-ENCONTRADO.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX) = WS-ID-PROCURADO
                    MOVE "S" TO WS-ENCONTRADO
            END-SEARCH.

      *> So entra na escala operador cadastrado e ativo.
       VALIDAR-OPERADOR-ESCALA.
            MOVE "N" TO WS-OPERADOR-VALIDO.
            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "N"
                DISPLAY "Operador " WS-ID-PROCURADO " nao "
                    "cadastrado."
            ELSE
                IF WS-OP-STATUS (WS-OP-IDX) NOT = "A"
                    DISPLAY "Operador " WS-ID-PROCURADO " inativo."
                ELSE
                    MOVE "S" TO WS-OPERADOR-VALIDO
                END-IF
            END-IF.

       VALIDAR-TURNO-DIGITADO.
            MOVE "N" TO WS-TURNO-VALIDO.
            PERFORM VARYING WS-T FROM 1 BY 1
                    UNTIL WS-T > WS-QTDE-TURNOS
                IF WS-TN-CODIGO (WS-T) = WS-TURNO-DIGITADO
                    MOVE "S" TO WS-TURNO-VALIDO
                END-IF
            END-PERFORM.
            IF WS-TURNO-VALIDO = "N"
                DISPLAY "Turno " WS-TURNO-DIGITADO " sem janela em "
                    "TURNOS.DAT."
            END-IF.

       OBTER-DATA-DIGITADA.
            MOVE "N" TO WS-DATA-VALIDA.
            ACCEPT WS-DATA-DIGITADA.
            IF WS-DATA-DIGITADA IS NUMERIC
                MOVE WS-DATA-DIGITADA TO WS-DATA-PROCURADA
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PROCURADA)
                        = ZERO
                    MOVE "S" TO WS-DATA-VALIDA
                END-IF
            END-IF.
            IF WS-DATA-VALIDA = "N"
                DISPLAY "Data invalida."
            END-IF.

      *> Procura o dia WS-DATA-PROCURADA do operador WS-ID-PROCURADO.
       LOCALIZAR-DIA-ESCALA.
            MOVE "N" TO WS-ESCALA-ACHADA.
            MOVE ZERO TO WS-ESCALA-POSICAO.
            IF WS-QTDE-ESCALA > 0
                SET WS-ES-IDX TO 1
                SEARCH ALL WS-ESCALA-ITEM
                    WHEN WS-ES-OPERADOR-ID (WS-ES-IDX) = WS-ID-PROCURADO
                     AND WS-ES-DATA (WS-ES-IDX) = WS-DATA-PROCURADA
                        MOVE "S" TO WS-ESCALA-ACHADA
                        SET WS-ESCALA-POSICAO TO WS-ES-IDX
                END-SEARCH
            END-IF.

      *> Um registro por dia do periodo que cai num dos dias da
      *> semana pedidos. Dia que o operador ja tem na escala fica
      *> como esta -- para mudar o turno de um dia ha a opcao 3.
       INCLUIR-ESCALA-PERIODO.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.
            PERFORM VALIDAR-OPERADOR-ESCALA.
            IF WS-OPERADOR-VALIDO = "S"
                DISPLAY "Data inicial (AAAAMMDD): "
                PERFORM OBTER-DATA-DIGITADA
                MOVE WS-DATA-PROCURADA TO WS-DATA-INICIAL
            END-IF.
            IF WS-OPERADOR-VALIDO = "S" AND WS-DATA-VALIDA = "S"
                DISPLAY "Data final (AAAAMMDD): "
                PERFORM OBTER-DATA-DIGITADA
                MOVE WS-DATA-PROCURADA TO WS-DATA-FINAL
            END-IF.
            IF WS-OPERADOR-VALIDO = "S" AND WS-DATA-VALIDA = "S"
                COMPUTE WS-DIA-INICIAL =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-INICIAL)
                COMPUTE WS-DIA-FINAL =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-FINAL)
                IF WS-DIA-FINAL < WS-DIA-INICIAL
                        OR WS-DIA-FINAL - WS-DIA-INICIAL > 366
                    DISPLAY "Periodo invalido (final antes do "
                        "inicio ou mais de um ano)."
                    MOVE "N" TO WS-DATA-VALIDA
                END-IF
            END-IF.
            IF WS-OPERADOR-VALIDO = "S" AND WS-DATA-VALIDA = "S"
                DISPLAY "Turno (em branco = " WS-OP-TURNO (WS-OP-IDX)
                    " do cadastro): "
                ACCEPT WS-TURNO-DIGITADO
                IF WS-TURNO-DIGITADO = SPACES
                    MOVE WS-OP-TURNO (WS-OP-IDX) TO WS-TURNO-DIGITADO
                END-IF
                PERFORM VALIDAR-TURNO-DIGITADO
                IF WS-TURNO-VALIDO = "S"
                    DISPLAY "Dias da semana (1=seg ... 7=dom; em "
                        "branco = todos): "
                    ACCEPT WS-DIAS-SEMANA
                    PERFORM GERAR-DIAS-PERIODO
                    DISPLAY WS-TOTAL-INCLUIDOS " dia(s) incluido(s), "
                        WS-TOTAL-JA-ESCALADOS " ja escalado(s) "
                        "mantido(s)."
                END-IF
            END-IF.

       GERAR-DIAS-PERIODO.
            MOVE ZERO TO WS-TOTAL-INCLUIDOS.
            MOVE ZERO TO WS-TOTAL-JA-ESCALADOS.
            PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INICIAL BY 1
                    UNTIL WS-DIA-CORRENTE > WS-DIA-FINAL
                COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD (WS-DIA-CORRENTE - 1, 7) + 1
                MOVE ZERO TO WS-DIA-NA-LISTA
                IF WS-DIAS-SEMANA = SPACES
                    MOVE 1 TO WS-DIA-NA-LISTA
                ELSE
                    INSPECT WS-DIAS-SEMANA TALLYING WS-DIA-NA-LISTA
                        FOR ALL WS-DIA-SEMANA-X
                END-IF
                IF WS-DIA-NA-LISTA > 0
                    COMPUTE WS-DATA-CORRENTE =
                        FUNCTION DATE-OF-INTEGER (WS-DIA-CORRENTE)
                    MOVE WS-DATA-CORRENTE TO WS-DATA-PROCURADA
                    PERFORM LOCALIZAR-DIA-ESCALA
                    IF WS-ESCALA-ACHADA = "S"
                        ADD 1 TO WS-TOTAL-JA-ESCALADOS
                    ELSE
                        PERFORM ACRESCENTAR-DIA-ESCALA
                    END-IF
                END-IF
            END-PERFORM.

      *> Acrescenta no fim e reordena na hora, para a proxima busca
      *> do mesmo periodo ja achar o dia novo.
       ACRESCENTAR-DIA-ESCALA.
            IF WS-QTDE-ESCALA >= 50000
                DISPLAY "Tabela de escala cheia -- dia "
                    WS-DATA-PROCURADA " nao incluido."
            ELSE
                ADD 1 TO WS-QTDE-ESCALA
                MOVE WS-ID-PROCURADO
                    TO WS-ES-OPERADOR-ID (WS-QTDE-ESCALA)
                MOVE WS-DATA-PROCURADA TO WS-ES-DATA (WS-QTDE-ESCALA)
                MOVE WS-TURNO-DIGITADO TO WS-ES-TURNO (WS-QTDE-ESCALA)
                MOVE SPACES TO WS-ES-COBRINDO-ID (WS-QTDE-ESCALA)
                MOVE WS-ID-SUPERVISOR
                    TO WS-ES-SUPERVISOR-ID (WS-QTDE-ESCALA)
                ADD 1 TO WS-TOTAL-INCLUIDOS
                PERFORM ORDENAR-TABELA-ESCALA
            END-IF.

      *> Cobertura: quem cobre nao esta escalado no dia -- assume o
      *> turno do colega, com o ID dele em ES-COBRINDO-ID, e o dia do
      *> colega sai da escala (nao e falta). Troca: os dois estao
      *> escalados no dia -- cada um fica com o turno do outro e com
      *> o ID do outro em ES-COBRINDO-ID.
       REGISTRAR-COBERTURA.
            DISPLAY "ID do operador cujo turno sera coberto: ".
            ACCEPT WS-ID-COBERTO.
            MOVE WS-ID-COBERTO TO WS-ID-PROCURADO.
            DISPLAY "Data (AAAAMMDD): ".
            PERFORM OBTER-DATA-DIGITADA.
            IF WS-DATA-VALIDA = "S"
                PERFORM LOCALIZAR-DIA-ESCALA
                IF WS-ESCALA-ACHADA = "N"
                    DISPLAY "Operador " WS-ID-COBERTO " nao esta "
                        "escalado em " WS-DATA-PROCURADA "."
                ELSE
                    DISPLAY "ID do operador que vai cobrir: "
                    ACCEPT WS-ID-PROCURADO
                    IF WS-ID-PROCURADO = WS-ID-COBERTO
                        DISPLAY "Operador nao pode cobrir o proprio "
                            "turno."
                    ELSE
                        PERFORM VALIDAR-OPERADOR-ESCALA
                        IF WS-OPERADOR-VALIDO = "S"
                            PERFORM APLICAR-COBERTURA
                        END-IF
                    END-IF
                END-IF
            END-IF.

       APLICAR-COBERTURA.
            MOVE WS-ESCALA-POSICAO TO WS-ESCALA-POSICAO-2.
            MOVE WS-ES-TURNO (WS-ESCALA-POSICAO-2)
                TO WS-TURNO-DIGITADO.
            PERFORM LOCALIZAR-DIA-ESCALA.
            IF WS-ESCALA-ACHADA = "S"
                MOVE WS-ES-TURNO (WS-ESCALA-POSICAO)
                    TO WS-TURNO-ANTERIOR
                MOVE WS-TURNO-DIGITADO
                    TO WS-ES-TURNO (WS-ESCALA-POSICAO)
                MOVE WS-ID-COBERTO
                    TO WS-ES-COBRINDO-ID (WS-ESCALA-POSICAO)
                MOVE WS-ID-SUPERVISOR
                    TO WS-ES-SUPERVISOR-ID (WS-ESCALA-POSICAO)
                MOVE WS-TURNO-ANTERIOR
                    TO WS-ES-TURNO (WS-ESCALA-POSICAO-2)
                MOVE WS-ID-PROCURADO
                    TO WS-ES-COBRINDO-ID (WS-ESCALA-POSICAO-2)
                MOVE WS-ID-SUPERVISOR
                    TO WS-ES-SUPERVISOR-ID (WS-ESCALA-POSICAO-2)
                DISPLAY "Troca registrada: " WS-ID-PROCURADO " no "
                    "turno " WS-TURNO-DIGITADO ", " WS-ID-COBERTO
                    " no turno " WS-TURNO-ANTERIOR "."
            ELSE
      *> O dia do colega sai antes de o dia de quem cobre entrar,
      *> entao a tabela nunca estoura aqui.
                MOVE WS-ESCALA-POSICAO-2 TO WS-K
                PERFORM REMOVER-DIA-ESCALA
                PERFORM ACRESCENTAR-DIA-ESCALA
                PERFORM LOCALIZAR-DIA-ESCALA
                MOVE WS-ID-COBERTO
                    TO WS-ES-COBRINDO-ID (WS-ESCALA-POSICAO)
                DISPLAY "Cobertura registrada: " WS-ID-PROCURADO
                    " cobre " WS-ID-COBERTO " no turno "
                    WS-TURNO-DIGITADO "."
            END-IF.

       ALTERAR-TURNO-DIA.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.
            DISPLAY "Data (AAAAMMDD): ".
            PERFORM OBTER-DATA-DIGITADA.
            IF WS-DATA-VALIDA = "S"
                PERFORM LOCALIZAR-DIA-ESCALA
                IF WS-ESCALA-ACHADA = "N"
                    DISPLAY "Dia nao encontrado na escala."
                ELSE
                    DISPLAY "Turno atual: "
                        WS-ES-TURNO (WS-ESCALA-POSICAO)
                        "  Novo turno: "
                    ACCEPT WS-TURNO-DIGITADO
                    PERFORM VALIDAR-TURNO-DIGITADO
                    IF WS-TURNO-VALIDO = "S"
                        MOVE WS-TURNO-DIGITADO
                            TO WS-ES-TURNO (WS-ESCALA-POSICAO)
                        MOVE WS-ID-SUPERVISOR TO
                            WS-ES-SUPERVISOR-ID (WS-ESCALA-POSICAO)
                        DISPLAY "Turno alterado."
                    END-IF
                END-IF
            END-IF.

       EXCLUIR-DIA-ESCALA.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.
            DISPLAY "Data (AAAAMMDD): ".
            PERFORM OBTER-DATA-DIGITADA.
            IF WS-DATA-VALIDA = "S"
                PERFORM LOCALIZAR-DIA-ESCALA
                IF WS-ESCALA-ACHADA = "N"
                    DISPLAY "Dia nao encontrado na escala."
                ELSE
                    MOVE WS-ESCALA-POSICAO TO WS-K
                    PERFORM REMOVER-DIA-ESCALA
                    DISPLAY "Dia excluido da escala."
                END-IF
            END-IF.

      *> Remove a posicao WS-K compactando as seguintes; a ordem da
      *> tabela se mantem.
       REMOVER-DIA-ESCALA.
            PERFORM VARYING WS-K FROM WS-K BY 1
                    UNTIL WS-K >= WS-QTDE-ESCALA
                MOVE WS-ESCALA-ITEM (WS-K + 1)
                    TO WS-ESCALA-ITEM (WS-K)
            END-PERFORM.
            SUBTRACT 1 FROM WS-QTDE-ESCALA.

       LISTAR-ESCALA-OPERADOR.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-ESCALA
                IF WS-ES-OPERADOR-ID (WS-I) = WS-ID-PROCURADO
                    PERFORM EXIBIR-DIA-ESCALA
                END-IF
            END-PERFORM.

       LISTAR-ESCALA-DATA.
            DISPLAY "Data (AAAAMMDD): ".
            PERFORM OBTER-DATA-DIGITADA.
            IF WS-DATA-VALIDA = "S"
                PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTDE-ESCALA
                    IF WS-ES-DATA (WS-I) = WS-DATA-PROCURADA
                        PERFORM EXIBIR-DIA-ESCALA
                    END-IF
                END-PERFORM
            END-IF.

       EXIBIR-DIA-ESCALA.
            IF WS-ES-COBRINDO-ID (WS-I) = SPACES
                DISPLAY WS-ES-OPERADOR-ID (WS-I) " "
                    WS-ES-DATA (WS-I) " " WS-ES-TURNO (WS-I)
                    "  lancado por " WS-ES-SUPERVISOR-ID (WS-I)
            ELSE
                DISPLAY WS-ES-OPERADOR-ID (WS-I) " "
                    WS-ES-DATA (WS-I) " " WS-ES-TURNO (WS-I)
                    "  cobrindo " WS-ES-COBRINDO-ID (WS-I)
                    "  lancado por " WS-ES-SUPERVISOR-ID (WS-I)
            END-IF.

      *> Insertion sort pela chave ID + data -- a tabela ja vem quase
      *> toda em ordem (o arquivo e gravado ordenado e as inclusoes
      *> entram no fim), entao cada dia novo anda poucas posicoes.
       ORDENAR-TABELA-ESCALA.
            PERFORM VARYING WS-I FROM 2 BY 1
                    UNTIL WS-I > WS-QTDE-ESCALA
                MOVE WS-I TO WS-J
                PERFORM UNTIL WS-J <= 1
                    OR WS-ES-CHAVE (WS-J - 1) <= WS-ES-CHAVE (WS-J)
                    PERFORM TROCAR-DIAS-ESCALA
                    SUBTRACT 1 FROM WS-J
                END-PERFORM
            END-PERFORM.

       TROCAR-DIAS-ESCALA.
            MOVE WS-ESCALA-ITEM (WS-J) TO WS-ESCALA-TEMP.
            MOVE WS-ESCALA-ITEM (WS-J - 1) TO WS-ESCALA-ITEM (WS-J).
            MOVE WS-ESCALA-TEMP TO WS-ESCALA-ITEM (WS-J - 1).
