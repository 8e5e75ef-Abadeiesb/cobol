               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.

      *> Registro dos arquivos SIGNON-TRANS ja aceitos (site +
      *> sequencia do header): consultado antes de processar, para
      *> que o mesmo arquivo nao rode duas vezes, e acrescido ao fim
      *> de cada arquivo processado por completo.
           SELECT FILE-REGISTER ASSIGN TO "data/SIGNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-REGISTER.

      *> Tabela de mensagens configuraveis: a saudacao exibida deixa de
      *> ser um literal fixo e passa a vir deste arquivo, por codigo de
      *> mensagem + site/turno, para que operacoes possa alterar o
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BULLETIN-ACK.

      *> Credenciais de operador: o resumo do PIN e o controle de
      *> falhas/bloqueio, conferidos logo apos o VALIDAR-OPERADOR --
      *> saber o ID de um colega deixa de bastar para entrar como
      *> ele. Mantido em ordem de ID pelo operMant.
           SELECT CREDENTIAL-FILE ASSIGN TO "data/CREDOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDENTIAL-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       FD  CHECKPOINT-FILE.
           COPY CHECKPT.

       FD  FILE-REGISTER.
           COPY SIGNREG.

       FD  MESSAGE-TABLE.
           COPY MSGTAB.

       FD  BULLETIN-ACK.
           COPY BULLACK.

       FD  CREDENTIAL-FILE.
           COPY CREDOPER.

       WORKING-STORAGE SECTION.
      *> Valor inicial mantido apenas como fallback para o caso (raro)
      *> de a tabela de mensagens nao ter nenhuma entrada cadastrada
      *> por execucao) ou BATCH (le SIGNON-TRANS ate o fim, com
      *> checkpoint para permitir restart). Selecionado via PARM da
      *> linha de comando; sem PARM o programa roda interativo como
      *> antes. PARM do lote: "BATCH [NOVO] [<dias>]", onde <dias> e
      *> o prazo maximo de idade do evento (default 7).
       01  WS-PARAMETRO-EXECUCAO PIC X(30) VALUE SPACES.
       01  WS-PARM-MODO         PIC X(10) VALUE SPACES.
       01  WS-PARM-COMPLEMENTO-1 PIC X(10) VALUE SPACES.
       01  WS-PARM-COMPLEMENTO-2 PIC X(10) VALUE SPACES.
       01  WS-TOKEN-PARM        PIC X(10) VALUE SPACES.
       01  WS-TOKEN-VALIDO      PIC X     VALUE "S".
       01  WS-MODO-BATCH        PIC X     VALUE "N".
       01  WS-FS-SIGNON-TRANS   PIC XX    VALUE "00".
       01  WS-FS-CHECKPOINT     PIC XX    VALUE "00".
       01  WS-CHECKPOINT-EXISTE    PIC X    VALUE "N".
       01  WS-RESPOSTA-RESTART     PIC X    VALUE "N".
       01  WS-IGNORAR-CHECKPOINT   PIC X    VALUE "N".
       01  WS-CHECKPOINT-OUTRO-ARQUIVO PIC X VALUE "N".
       01  WS-CK-SITE-ANTERIOR     PIC X(4) VALUE SPACES.
       01  WS-CK-SEQUENCIA-ANTERIOR PIC 9(6) VALUE ZERO.

      *> Controle do arquivo de entrada: antes de processar qualquer
      *> transacao o SIGNON-TRANS e lido uma vez inteiro para conferir
      *> header, trailer e contagens, e a sequencia e procurada no
      *> SIGNREG.DAT. Arquivo recusado nao processa nada e devolve
      *> RETURN-CODE 8, para a cadeia noturna parar ali.
       01  WS-FS-FILE-REGISTER     PIC XX   VALUE "00".
       01  WS-ARQUIVO-ACEITO       PIC X    VALUE "S".
       01  WS-MOTIVO-RECUSA        PIC X(50) VALUE SPACES.
       01  WS-FIM-CONFERENCIA      PIC X    VALUE "N".
       01  WS-HEADER-LIDO          PIC X    VALUE "N".
       01  WS-TRAILER-LIDO         PIC X    VALUE "N".
       01  WS-REGISTROS-FISICOS    PIC 9(8) VALUE ZERO.
       01  WS-DETALHES-APOS-TRAILER PIC 9(8) VALUE ZERO.
       01  WS-CONTROLE-ARQUIVO.
           05  WS-CT-SITE          PIC X(4)  VALUE SPACES.
           05  WS-CT-DATA-ARQUIVO  PIC 9(8)  VALUE ZERO.
           05  WS-CT-SEQUENCIA     PIC 9(6)  VALUE ZERO.
       01  WS-CONTAGEM-LIDA.
           05  WS-LD-TOTAL         PIC 9(8)  VALUE ZERO.
           05  WS-LD-SIGNON        PIC 9(8)  VALUE ZERO.
           05  WS-LD-SIGNOFF       PIC 9(8)  VALUE ZERO.
           05  WS-LD-PAUSA         PIC 9(8)  VALUE ZERO.
           05  WS-LD-RETORNO       PIC 9(8)  VALUE ZERO.
       01  WS-CONTAGEM-TRAILER.
           05  WS-TR-TOTAL         PIC 9(8)  VALUE ZERO.
           05  WS-TR-SIGNON        PIC 9(8)  VALUE ZERO.
           05  WS-TR-SIGNOFF       PIC 9(8)  VALUE ZERO.
           05  WS-TR-PAUSA         PIC 9(8)  VALUE ZERO.
           05  WS-TR-RETORNO       PIC 9(8)  VALUE ZERO.

      *> Data/hora do evento no terminal (ST-DATA-EVENTO e
      *> ST-HORA-EVENTO). Evento com data/hora validas carimba tudo o
      *> que a transacao grava -- auditoria, extract, sessao, ciencia
      *> e a propria rejeicao -- e sem elas vale o relogio da rodada.
      *> Rejeitado: evento com data futura, mais antigo que
      *> WS-DIAS-LIMITE-EVENTO dias, ou anterior ao ultimo evento
      *> aceito do mesmo operador (nesta rodada ou no sign-on da
      *> sessao aberta) -- fora de ordem.
       01  WS-DATA-EVENTO-VALIDA   PIC X    VALUE "N".
       01  WS-DIAS-LIMITE-EVENTO   PIC 9(3) VALUE 7.
       01  WS-CARIMBO-EVENTO       PIC 9(14) VALUE ZERO.
       01  WS-CARIMBO-ATUAL        PIC 9(14) VALUE ZERO.
       01  WS-CARIMBO-SESSAO       PIC 9(14) VALUE ZERO.
       01  WS-DATA-LIMITE-EVENTO   PIC 9(8) VALUE ZERO.
       01  WS-DATA-RELOGIO         PIC 9(8) VALUE ZERO.
       01  WS-HORA-EVENTO-DECOMPOSTA.
           05  WS-HORA-EVENTO-HH   PIC 9(2) VALUE ZERO.
           05  WS-HORA-EVENTO-MM   PIC 9(2) VALUE ZERO.
           05  WS-HORA-EVENTO-SS   PIC 9(2) VALUE ZERO.
       01  WS-ULTIMO-POSICAO       PIC 9(4) VALUE ZERO.

       01  WS-TABELA-ULTIMO-EVENTO.
           05  WS-QTDE-ULTIMOS     PIC 9(4) VALUE ZERO.
           05  WS-ULTIMO-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-ULTIMOS
                   INDEXED BY WS-UE-IDX.
               10  WS-UE-OPERADOR-ID   PIC X(8).
               10  WS-UE-CARIMBO       PIC 9(14).

      *> No modo batch os arquivos de saida (auditoria, extract e
      *> rejeicoes) ficam abertos em EXTEND pela rodada inteira em
               10  WS-MC-CODIGO-LOCAL      PIC X(2).
               10  WS-MC-TEXTO             PIC X(30).

      *> Conferencia do PIN. O digitado (ACCEPT no interativo,
      *> ST-PIN no lote) e reduzido ao mesmo resumo numerico gravado
      *> no CREDOPER.DAT -- ID + PIN, para que dois operadores com o
      *> mesmo PIN nao tenham o mesmo resumo -- e so o resumo e
      *> comparado. WS-MAX-FALHAS-PIN erros seguidos no mesmo dia
      *> bloqueiam o ID ate o supervisor liberar pelo operMant. A
      *> tabela so e regravada quando alguma falha, bloqueio ou
      *> acerto mudou o registro, junto com as sessoes correntes.
       01  WS-FS-CREDENTIAL-FILE PIC XX   VALUE "00".
       01  WS-PIN-DIGITADO      PIC X(8)  VALUE SPACES.
       01  WS-MAX-FALHAS-PIN    PIC 9(2)  VALUE 03.
       01  WS-CREDENCIAL-ENCONTRADA PIC X VALUE "N".
       01  WS-CREDENCIAIS-ALTERADAS PIC X VALUE "N".
       01  WS-HASH-ENTRADA      PIC X(16) VALUE SPACES.
       01  WS-HASH-TRABALHO     PIC 9(18) VALUE ZERO.
       01  WS-HASH-PIN          PIC 9(10) VALUE ZERO.
       01  WS-H                 PIC 9(2)  VALUE ZERO.

       01  WS-TABELA-CREDENCIAIS.
           05  WS-QTDE-CREDENCIAIS PIC 9(4) VALUE ZERO.
           05  WS-CREDENCIAL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-CREDENCIAIS
                   ASCENDING KEY IS WS-CR-OPERADOR-ID
                   INDEXED BY WS-CR-IDX.
               10  WS-CR-OPERADOR-ID   PIC X(8).
               10  WS-CR-PIN-HASH      PIC 9(10).
               10  WS-CR-FALHAS        PIC 9(2).
               10  WS-CR-DATA-FALHA    PIC 9(8).
               10  WS-CR-SITUACAO      PIC X(1).
               10  WS-CR-DATA-BLOQUEIO PIC 9(8).

       01  WS-TABELA-OPERADORES.
           05  WS-QTDE-OPERADORES  PIC 9(4) VALUE ZERO.
           05  WS-OPERADOR-ITEM OCCURS 1 TO 500 TIMES
            DISPLAY "=".

            ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE.
            UNSTRING WS-PARAMETRO-EXECUCAO
                DELIMITED BY ALL SPACE
                INTO WS-PARM-MODO
                     WS-PARM-COMPLEMENTO-1
                     WS-PARM-COMPLEMENTO-2
            END-UNSTRING.
            IF WS-PARM-MODO = "BATCH"
                MOVE "S" TO WS-MODO-BATCH
                MOVE WS-PARM-COMPLEMENTO-1 TO WS-TOKEN-PARM
                PERFORM INTERPRETAR-COMPLEMENTO-LOTE
                MOVE WS-PARM-COMPLEMENTO-2 TO WS-TOKEN-PARM
                PERFORM INTERPRETAR-COMPLEMENTO-LOTE
            END-IF.

            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM CARREGAR-TABELA-SESSOES.
            PERFORM CARREGAR-TABELA-BULLETINS.
            PERFORM CARREGAR-TABELA-ACKS.
            PERFORM CARREGAR-TABELA-CREDENCIAIS.

            EVALUATE TRUE
                WHEN WS-PARAMETRO-EXECUCAO = "SESSOES"
                        UNTIL WS-ID-VALIDO = "S"
                            OR WS-TENTATIVAS-SIGNON >=
                                WS-MAX-TENTATIVAS-SIGNON
                    PERFORM GRAVAR-TABELA-CREDENCIAIS
                    IF WS-ID-VALIDO = "S"
                        MOVE "S" TO WS-TIPO-TRANSACAO-ATUAL
                        MOVE SPACES TO WS-SITE-TRANSACAO
       PROCESSAR-LOTE-SIGNON.
            DISPLAY "Iniciando job batch de sign-on/sign-off...".
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO-JOB.
            PERFORM CONFERIR-CONTROLE-ARQUIVO.
            IF WS-ARQUIVO-ACEITO = "N"
                DISPLAY "ERRO: SIGNONTRANS.DAT recusado -- "
                    WS-MOTIVO-RECUSA
                DISPLAY "Job batch abortado -- nenhuma transacao foi "
                    "processada nesta execucao."
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "Arquivo site " WS-CT-SITE " de "
                    WS-CT-DATA-ARQUIVO " sequencia " WS-CT-SEQUENCIA
                    ": " WS-LD-TOTAL " transacoes."
                PERFORM DECIDIR-RESTART
                IF WS-CHECKPOINT-OUTRO-ARQUIVO = "S"
                    DISPLAY "ERRO: o checkpoint no registro "
                        WS-CHECKPOINT-ANTERIOR " e do arquivo site "
                        WS-CK-SITE-ANTERIOR " sequencia "
                        WS-CK-SEQUENCIA-ANTERIOR ", nao deste."
                    DISPLAY "Termine aquele arquivo ou descarte o "
                        "checkpoint com o PARM BATCH NOVO."
                    DISPLAY "Job batch abortado -- nenhuma transacao "
                        "foi processada nesta execucao."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM PROCESSAR-ARQUIVO-ACEITO
                END-IF
            END-IF.

       PROCESSAR-ARQUIVO-ACEITO.
            OPEN INPUT SIGNON-TRANS.
            IF WS-FS-SIGNON-TRANS = "00"
                IF WS-RESPOSTA-RESTART = "S"
                            AT END
                                MOVE "S" TO WS-FIM-SIGNON-TRANS
                            NOT AT END
      *> Header e trailer ja foram conferidos; contam como registro
      *> lido para o checkpoint, mas nao sao transacao.
                                IF NOT SC-MARCA-HEADER
                                        AND NOT SC-MARCA-TRAILER
                                    PERFORM PROCESSAR-TRANSACAO-LOTE
                                END-IF
                                ADD 1 TO WS-CONTADOR-REGISTROS
                                IF FUNCTION MOD(WS-CONTADOR-REGISTROS,
                                        WS-INTERVALO-CHECKPOINT) = 0
                    CLOSE SIGNON-TRANS
                    PERFORM LIMPAR-CHECKPOINT
                    PERFORM GRAVAR-TABELA-SESSOES
                    PERFORM GRAVAR-TABELA-CREDENCIAIS
                    PERFORM REGISTRAR-ARQUIVO-ACEITO
                    DISPLAY "Job batch concluido. Transacoes "
                        "processadas: " WS-LD-TOTAL
                    PERFORM EXIBIR-VAZAO-JOB
                END-IF
            ELSE
                    "). Job batch abortado."
            END-IF.

      *> Passada de conferencia do arquivo inteiro, antes de qualquer
      *> gravacao: header no primeiro registro, trailer no ultimo,
      *> contagens do trailer iguais as lidas (total e por tipo) e
      *> sequencia ainda nao registrada. Vale o primeiro motivo.
       CONFERIR-CONTROLE-ARQUIVO.
            MOVE "S" TO WS-ARQUIVO-ACEITO.
            MOVE SPACES TO WS-MOTIVO-RECUSA.
            MOVE "N" TO WS-HEADER-LIDO.
            MOVE "N" TO WS-TRAILER-LIDO.
            MOVE ZERO TO WS-REGISTROS-FISICOS.
            MOVE ZERO TO WS-DETALHES-APOS-TRAILER.
            INITIALIZE WS-CONTAGEM-LIDA WS-CONTAGEM-TRAILER.

            OPEN INPUT SIGNON-TRANS.
            IF WS-FS-SIGNON-TRANS NOT = "00"
                MOVE "N" TO WS-ARQUIVO-ACEITO
                STRING "NAO FOI POSSIVEL ABRIR (STATUS "
                    WS-FS-SIGNON-TRANS ")"
                    DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                END-STRING
            ELSE
                MOVE "N" TO WS-FIM-CONFERENCIA
                PERFORM UNTIL WS-FIM-CONFERENCIA = "S"
                    READ SIGNON-TRANS
                        AT END
                            MOVE "S" TO WS-FIM-CONFERENCIA
                        NOT AT END
                            ADD 1 TO WS-REGISTROS-FISICOS
                            PERFORM CONFERIR-REGISTRO-ARQUIVO
                    END-READ
                END-PERFORM
                CLOSE SIGNON-TRANS
            END-IF.

            IF WS-ARQUIVO-ACEITO = "S" AND WS-HEADER-LIDO = "N"
                MOVE "N" TO WS-ARQUIVO-ACEITO
                MOVE "SEM HEADER NO PRIMEIRO REGISTRO"
                    TO WS-MOTIVO-RECUSA
            END-IF.
            IF WS-ARQUIVO-ACEITO = "S" AND WS-TRAILER-LIDO = "N"
                MOVE "N" TO WS-ARQUIVO-ACEITO
                MOVE "SEM TRAILER (ARQUIVO TRUNCADO?)"
                    TO WS-MOTIVO-RECUSA
            END-IF.
            IF WS-ARQUIVO-ACEITO = "S" AND WS-DETALHES-APOS-TRAILER > 0
                MOVE "N" TO WS-ARQUIVO-ACEITO
                MOVE "REGISTROS DEPOIS DO TRAILER" TO WS-MOTIVO-RECUSA
            END-IF.
            IF WS-ARQUIVO-ACEITO = "S"
                    AND WS-CONTAGEM-TRAILER NOT = WS-CONTAGEM-LIDA
                MOVE "N" TO WS-ARQUIVO-ACEITO
                MOVE "TRAILER NAO CONFERE COM O LIDO"
                    TO WS-MOTIVO-RECUSA
                DISPLAY "Trailer: total " WS-TR-TOTAL " S=" WS-TR-SIGNON
                    " O=" WS-TR-SIGNOFF " P=" WS-TR-PAUSA
                    " R=" WS-TR-RETORNO
                DISPLAY "Lido:    total " WS-LD-TOTAL " S=" WS-LD-SIGNON
                    " O=" WS-LD-SIGNOFF " P=" WS-LD-PAUSA
                    " R=" WS-LD-RETORNO
            END-IF.
            IF WS-ARQUIVO-ACEITO = "S"
                PERFORM PROCURAR-SEQUENCIA-REGISTRADA
            END-IF.

       CONFERIR-REGISTRO-ARQUIVO.
            EVALUATE TRUE
                WHEN SC-MARCA-HEADER
                    IF WS-REGISTROS-FISICOS = 1
                            AND SC-DATA-ARQUIVO NUMERIC
                            AND SC-SEQUENCIA NUMERIC
                            AND SC-SITE NOT = SPACES
                        MOVE "S" TO WS-HEADER-LIDO
                        MOVE SC-SITE TO WS-CT-SITE
                        MOVE SC-DATA-ARQUIVO TO WS-CT-DATA-ARQUIVO
                        MOVE SC-SEQUENCIA TO WS-CT-SEQUENCIA
                    ELSE
                        IF WS-ARQUIVO-ACEITO = "S"
                            MOVE "N" TO WS-ARQUIVO-ACEITO
                            MOVE "HEADER INVALIDO OU FORA DO INICIO"
                                TO WS-MOTIVO-RECUSA
                        END-IF
                    END-IF
                WHEN SC-MARCA-TRAILER
                    IF WS-TRAILER-LIDO = "S"
                            OR SC-TOTAL-REGISTROS NOT NUMERIC
                            OR SC-TOTAL-SIGNON NOT NUMERIC
                            OR SC-TOTAL-SIGNOFF NOT NUMERIC
                            OR SC-TOTAL-PAUSA NOT NUMERIC
                            OR SC-TOTAL-RETORNO NOT NUMERIC
                        IF WS-ARQUIVO-ACEITO = "S"
                            MOVE "N" TO WS-ARQUIVO-ACEITO
                            MOVE "TRAILER INVALIDO OU REPETIDO"
                                TO WS-MOTIVO-RECUSA
                        END-IF
                    ELSE
                        MOVE "S" TO WS-TRAILER-LIDO
                        MOVE SC-TOTAL-REGISTROS TO WS-TR-TOTAL
                        MOVE SC-TOTAL-SIGNON TO WS-TR-SIGNON
                        MOVE SC-TOTAL-SIGNOFF TO WS-TR-SIGNOFF
                        MOVE SC-TOTAL-PAUSA TO WS-TR-PAUSA
                        MOVE SC-TOTAL-RETORNO TO WS-TR-RETORNO
                    END-IF
                WHEN OTHER
                    IF WS-TRAILER-LIDO = "S"
                        ADD 1 TO WS-DETALHES-APOS-TRAILER
                    END-IF
                    ADD 1 TO WS-LD-TOTAL
                    EVALUATE TRUE
                        WHEN ST-TIPO-SIGNON
                            ADD 1 TO WS-LD-SIGNON
                        WHEN ST-TIPO-SIGNOFF
                            ADD 1 TO WS-LD-SIGNOFF
                        WHEN ST-TIPO-PAUSA
                            ADD 1 TO WS-LD-PAUSA
                        WHEN ST-TIPO-RETORNO
                            ADD 1 TO WS-LD-RETORNO
                    END-EVALUATE
            END-EVALUATE.

       PROCURAR-SEQUENCIA-REGISTRADA.
            OPEN INPUT FILE-REGISTER.
            IF WS-FS-FILE-REGISTER = "00"
                PERFORM UNTIL WS-FS-FILE-REGISTER NOT = "00"
                    READ FILE-REGISTER
                        NOT AT END
                            IF RG-SITE = WS-CT-SITE
                                    AND RG-SEQUENCIA = WS-CT-SEQUENCIA
                                MOVE "N" TO WS-ARQUIVO-ACEITO
                                STRING "SEQUENCIA JA PROCESSADA EM "
                                    RG-DATA-PROCESSAMENTO " "
                                    RG-HORA-PROCESSAMENTO
                                    DELIMITED BY SIZE
                                    INTO WS-MOTIVO-RECUSA
                                END-STRING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FILE-REGISTER
            END-IF.

       REGISTRAR-ARQUIVO-ACEITO.
            MOVE WS-CT-SITE TO RG-SITE.
            MOVE WS-CT-DATA-ARQUIVO TO RG-DATA-ARQUIVO.
            MOVE WS-CT-SEQUENCIA TO RG-SEQUENCIA.
            MOVE FUNCTION CURRENT-DATE (1:8) TO RG-DATA-PROCESSAMENTO.
            MOVE FUNCTION CURRENT-DATE (9:6) TO RG-HORA-PROCESSAMENTO.
            MOVE WS-TR-TOTAL TO RG-TOTAL-REGISTROS.
            MOVE WS-TR-SIGNON TO RG-TOTAL-SIGNON.
            MOVE WS-TR-SIGNOFF TO RG-TOTAL-SIGNOFF.
            MOVE WS-TR-PAUSA TO RG-TOTAL-PAUSA.
            MOVE WS-TR-RETORNO TO RG-TOTAL-RETORNO.
            OPEN EXTEND FILE-REGISTER.
            IF WS-FS-FILE-REGISTER = "35"
                OPEN OUTPUT FILE-REGISTER
            END-IF.
            WRITE REGISTRO-ARQUIVO-LOTE.
            CLOSE FILE-REGISTER.

      *> Complemento do PARM BATCH: "NOVO" descarta o checkpoint,
      *> numero de ate 3 digitos troca o prazo de idade do evento.
      *> Complemento invalido aborta antes de ler qualquer arquivo.
       INTERPRETAR-COMPLEMENTO-LOTE.
            EVALUATE TRUE
                WHEN WS-TOKEN-PARM = SPACES
                    CONTINUE
                WHEN WS-TOKEN-PARM = "NOVO"
                    MOVE "S" TO WS-IGNORAR-CHECKPOINT
                WHEN OTHER
                    MOVE "S" TO WS-TOKEN-VALIDO
                    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                        IF WS-TOKEN-PARM (WS-I:1) NOT = SPACE
                            AND (WS-TOKEN-PARM (WS-I:1) < "0"
                                OR WS-TOKEN-PARM (WS-I:1) > "9"
                                OR WS-I > 3)
                            MOVE "N" TO WS-TOKEN-VALIDO
                        END-IF
                    END-PERFORM
                    IF WS-TOKEN-VALIDO = "N"
                        DISPLAY "ERRO: PARM invalido: "
                            WS-PARAMETRO-EXECUCAO
                        DISPLAY "Uso: firstProgram BATCH [NOVO] "
                            "[<dias de prazo do evento>]"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    COMPUTE WS-DIAS-LIMITE-EVENTO =
                        FUNCTION NUMVAL (WS-TOKEN-PARM)
            END-EVALUATE.

       DECIDIR-RESTART.
            MOVE ZERO TO WS-CONTADOR-REGISTROS.
            MOVE "N" TO WS-CHECKPOINT-EXISTE.
                            MOVE CK-ULTIMO-REGISTRO
                                TO WS-CHECKPOINT-ANTERIOR
                            MOVE "S" TO WS-CHECKPOINT-EXISTE
                            MOVE CK-SITE TO WS-CK-SITE-ANTERIOR
                            MOVE CK-SEQUENCIA
                                TO WS-CK-SEQUENCIA-ANTERIOR
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE
      *> descartar o checkpoint por falta de resposta reprocessaria
      *> transacoes ja concluidas. Quem quiser comecar do zero usa
      *> o PARM "BATCH NOVO".
      *> Checkpoint gravado antes do header existir vem sem site e e
      *> aceito como antes; com site, tem que ser deste arquivo.
                    IF WS-CK-SITE-ANTERIOR NOT = SPACES
                        AND (WS-CK-SITE-ANTERIOR NOT = WS-CT-SITE
                            OR WS-CK-SEQUENCIA-ANTERIOR
                                NOT = WS-CT-SEQUENCIA)
                        MOVE "S" TO WS-CHECKPOINT-OUTRO-ARQUIVO
                    ELSE
                        MOVE "S" TO WS-RESPOSTA-RESTART
                        MOVE WS-CHECKPOINT-ANTERIOR
                            TO WS-CONTADOR-REGISTROS
                        DISPLAY "Retomando automaticamente a partir "
                            "do checkpoint."
                    END-IF
                END-IF
            END-IF.

            MOVE ST-OPERADOR-ID TO WS-NOME-USUARIO.
            MOVE ST-TIPO-TRANSACAO TO WS-TIPO-TRANSACAO-ATUAL.
            MOVE ST-SITE TO WS-SITE-TRANSACAO.
            MOVE ST-PIN TO WS-PIN-DIGITADO.
            PERFORM CONFERIR-DATA-HORA-EVENTO.

            PERFORM VALIDAR-FORMATO-ID.
            IF WS-FORMATO-VALIDO = "S"
                PERFORM VALIDAR-EVENTO-LOTE
            END-IF.
            IF WS-FORMATO-VALIDO = "N"
                PERFORM GRAVAR-REJEICAO
                DISPLAY "Transacao rejeitada (" WS-MOTIVO-REJEICAO
                    "): " WS-NOME-USUARIO
            ELSE
                PERFORM VALIDAR-OPERADOR
                IF WS-ID-VALIDO = "S"
                        AND WS-TIPO-TRANSACAO-ATUAL = "S"
                    PERFORM VERIFICAR-PIN-OPERADOR
                END-IF
                IF WS-ID-VALIDO = "S"
                    PERFORM VERIFICAR-SESSAO-CORRENTE
                END-IF
                    PERFORM OBTER-SAUDACAO
                    PERFORM GRAVAR-AUDITORIA
                    PERFORM ATUALIZAR-SESSAO-CORRENTE
                    PERFORM REGISTRAR-ULTIMO-EVENTO
                    DISPLAY WS-NOME-USUARIO ": " WS-NOME-OPERADOR
                        ", " WS-SAUDACAO
                    IF WS-TIPO-TRANSACAO-ATUAL = "S"
                END-IF
            END-IF.

      *> Data/hora do evento utilizaveis como carimbo: numericas, data
      *> de calendario valida e hora dentro do dia. O balDaily aplica
      *> a mesma regra para contar as entradas por data do evento.
       CONFERIR-DATA-HORA-EVENTO.
            MOVE "N" TO WS-DATA-EVENTO-VALIDA.
            IF ST-DATA-EVENTO NUMERIC AND ST-HORA-EVENTO NUMERIC
                MOVE ST-HORA-EVENTO TO WS-HORA-EVENTO-DECOMPOSTA
                IF FUNCTION TEST-DATE-YYYYMMDD (ST-DATA-EVENTO) = 0
                        AND WS-HORA-EVENTO-HH < 24
                        AND WS-HORA-EVENTO-MM < 60
                        AND WS-HORA-EVENTO-SS < 60
                    MOVE "S" TO WS-DATA-EVENTO-VALIDA
                    COMPUTE WS-CARIMBO-EVENTO =
                        ST-DATA-EVENTO * 1000000 + ST-HORA-EVENTO
                END-IF
            END-IF.

      *> Regras de tempo do evento, na ordem: carimbo invalido,
      *> data futura, alem do prazo e fora de ordem. A vigencia do
      *> operador e o dia das falhas de PIN passam a ser os do evento.
       VALIDAR-EVENTO-LOTE.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CARIMBO-ATUAL.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-RELOGIO.
            COMPUTE WS-DATA-LIMITE-EVENTO = FUNCTION DATE-OF-INTEGER (
                FUNCTION INTEGER-OF-DATE (WS-DATA-RELOGIO)
                    - WS-DIAS-LIMITE-EVENTO).

            IF WS-DATA-EVENTO-VALIDA = "N"
                MOVE "N" TO WS-FORMATO-VALIDO
                MOVE "DATA/HORA EVENTO INVALIDA" TO WS-MOTIVO-REJEICAO
            ELSE
                IF WS-CARIMBO-EVENTO > WS-CARIMBO-ATUAL
                    MOVE "N" TO WS-FORMATO-VALIDO
                    MOVE "EVENTO COM DATA FUTURA"
                        TO WS-MOTIVO-REJEICAO
                ELSE
                    IF ST-DATA-EVENTO < WS-DATA-LIMITE-EVENTO
                        MOVE "N" TO WS-FORMATO-VALIDO
                        MOVE "EVENTO ALEM DO PRAZO"
                            TO WS-MOTIVO-REJEICAO
                    ELSE
                        PERFORM VERIFICAR-ORDEM-EVENTO
                    END-IF
                END-IF
            END-IF.
            IF WS-DATA-EVENTO-VALIDA = "S"
                MOVE ST-DATA-EVENTO TO WS-DATA-ATUAL
            END-IF.

       VERIFICAR-ORDEM-EVENTO.
            PERFORM LOCALIZAR-ULTIMO-EVENTO.
            IF WS-ULTIMO-POSICAO > 0
                IF WS-CARIMBO-EVENTO
                        < WS-UE-CARIMBO (WS-ULTIMO-POSICAO)
                    MOVE "N" TO WS-FORMATO-VALIDO
                    MOVE "EVENTO FORA DE ORDEM" TO WS-MOTIVO-REJEICAO
                END-IF
            END-IF.
      *> Sessao aberta em rodada anterior: nada desta sessao pode ser
      *> anterior ao sign-on que a abriu.
            IF WS-FORMATO-VALIDO = "S"
                    AND WS-TIPO-TRANSACAO-ATUAL NOT = "S"
                PERFORM LOCALIZAR-SESSAO
                IF WS-SESSAO-ENCONTRADA = "S"
                    COMPUTE WS-CARIMBO-SESSAO =
                        WS-SS-DATA-SIGNON (WS-SESSAO-POSICAO) * 1000000
                        + WS-SS-HORA-SIGNON (WS-SESSAO-POSICAO)
                    IF WS-CARIMBO-EVENTO < WS-CARIMBO-SESSAO
                        MOVE "N" TO WS-FORMATO-VALIDO
                        MOVE "EVENTO FORA DE ORDEM"
                            TO WS-MOTIVO-REJEICAO
                    END-IF
                END-IF
            END-IF.

       LOCALIZAR-ULTIMO-EVENTO.
            MOVE ZERO TO WS-ULTIMO-POSICAO.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-ULTIMOS
                IF WS-UE-OPERADOR-ID (WS-K) = WS-ID-OPERADOR
                    MOVE WS-K TO WS-ULTIMO-POSICAO
                END-IF
            END-PERFORM.

       REGISTRAR-ULTIMO-EVENTO.
            PERFORM LOCALIZAR-ULTIMO-EVENTO.
            IF WS-ULTIMO-POSICAO = 0
                IF WS-QTDE-ULTIMOS < 500
                    ADD 1 TO WS-QTDE-ULTIMOS
                    MOVE WS-QTDE-ULTIMOS TO WS-ULTIMO-POSICAO
                    MOVE WS-ID-OPERADOR
                        TO WS-UE-OPERADOR-ID (WS-ULTIMO-POSICAO)
                END-IF
            END-IF.
            IF WS-ULTIMO-POSICAO > 0
                MOVE WS-CARIMBO-EVENTO
                    TO WS-UE-CARIMBO (WS-ULTIMO-POSICAO)
            END-IF.

      *> Carimbo das gravacoes da transacao corrente: no lote, o
      *> evento do terminal quando utilizavel; no interativo (e no
      *> lote sem data/hora validas), o relogio.
       OBTER-DATA-HORA-TRANSACAO.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
            IF WS-MODO-BATCH = "S" AND WS-DATA-EVENTO-VALIDA = "S"
                MOVE ST-DATA-EVENTO TO WS-DATA-HORA-ATUAL (1:8)
                MOVE ST-HORA-EVENTO TO WS-DATA-HORA-ATUAL (9:6)
            END-IF.

       CARREGAR-TABELA-OPERADORES.
            MOVE ZERO TO WS-QTDE-OPERADORES.
            OPEN INPUT OPERADOR-MASTER.
                    "). Tente novamente."
            ELSE
                PERFORM VALIDAR-OPERADOR
                IF WS-ID-VALIDO = "S"
                    DISPLAY "Digite seu PIN: "
                    ACCEPT WS-PIN-DIGITADO
                    PERFORM VERIFICAR-PIN-OPERADOR
                END-IF
                IF WS-ID-VALIDO = "S"
                    PERFORM VERIFICAR-SESSAO-CORRENTE
                END-IF
            IF WS-OPERADOR-ENCONTRADO = "N"
                MOVE "ID NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
            ELSE
                IF WS-MODO-BATCH = "N"
                    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
                END-IF
                IF WS-OP-STATUS (WS-OP-IDX) NOT = "A"
                    MOVE "OPERADOR INATIVO" TO WS-MOTIVO-REJEICAO
                ELSE
                END-IF
            END-IF.

      *> Conferencia do PIN do operador ja validado no cadastro. ID
      *> sem credencial, ID bloqueado e PIN em branco rejeitam sem
      *> contar falha; PIN errado conta, e a falha que atinge o
      *> limite bloqueia o ID e sai com o motivo do bloqueio.
       VERIFICAR-PIN-OPERADOR.
            MOVE "N" TO WS-CREDENCIAL-ENCONTRADA.
            SET WS-CR-IDX TO 1.
            SEARCH ALL WS-CREDENCIAL-ITEM
                WHEN WS-CR-OPERADOR-ID (WS-CR-IDX) = WS-ID-OPERADOR
                    MOVE "S" TO WS-CREDENCIAL-ENCONTRADA
            END-SEARCH.

            IF WS-CREDENCIAL-ENCONTRADA = "N"
                MOVE "N" TO WS-ID-VALIDO
                MOVE "PIN NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
            ELSE
                IF WS-CR-SITUACAO (WS-CR-IDX) = "B"
                    MOVE "N" TO WS-ID-VALIDO
                    MOVE "ID BLOQUEADO POR PIN" TO WS-MOTIVO-REJEICAO
                ELSE
                    IF WS-PIN-DIGITADO = SPACES
                        MOVE "N" TO WS-ID-VALIDO
                        MOVE "PIN NAO INFORMADO" TO WS-MOTIVO-REJEICAO
                    ELSE
                        PERFORM CALCULAR-HASH-PIN
                        IF WS-HASH-PIN = WS-CR-PIN-HASH (WS-CR-IDX)
                            IF WS-CR-FALHAS (WS-CR-IDX) > 0
                                MOVE ZERO TO WS-CR-FALHAS (WS-CR-IDX)
                                MOVE "S" TO WS-CREDENCIAIS-ALTERADAS
                            END-IF
                        ELSE
                            PERFORM REGISTRAR-FALHA-PIN
                        END-IF
                    END-IF
                END-IF
            END-IF.
            MOVE SPACES TO WS-PIN-DIGITADO.

       REGISTRAR-FALHA-PIN.
            MOVE "N" TO WS-ID-VALIDO.
            MOVE "S" TO WS-CREDENCIAIS-ALTERADAS.
            IF WS-CR-DATA-FALHA (WS-CR-IDX) NOT = WS-DATA-ATUAL
                MOVE ZERO TO WS-CR-FALHAS (WS-CR-IDX)
                MOVE WS-DATA-ATUAL TO WS-CR-DATA-FALHA (WS-CR-IDX)
            END-IF.
            ADD 1 TO WS-CR-FALHAS (WS-CR-IDX).
            IF WS-CR-FALHAS (WS-CR-IDX) >= WS-MAX-FALHAS-PIN
                MOVE "B" TO WS-CR-SITUACAO (WS-CR-IDX)
                MOVE WS-DATA-ATUAL TO WS-CR-DATA-BLOQUEIO (WS-CR-IDX)
                MOVE "ID BLOQUEADO POR PIN" TO WS-MOTIVO-REJEICAO
                DISPLAY "AVISO: " WS-ID-OPERADOR " bloqueado apos "
                    WS-CR-FALHAS (WS-CR-IDX) " PINs invalidos -- "
                    "liberacao pelo supervisor no operMant."
            ELSE
                MOVE "PIN INVALIDO" TO WS-MOTIVO-REJEICAO
            END-IF.

      *> Resumo numerico do ID + PIN: cada caractere entra num
      *> acumulador multiplicado por 131, reduzido modulo um primo de
      *> 10 digitos. O mesmo calculo existe no operMant, que grava o
      *> resumo na redefinicao do PIN -- os dois tem que andar
      *> juntos.
       CALCULAR-HASH-PIN.
            MOVE WS-ID-OPERADOR TO WS-HASH-ENTRADA (1:8).
            MOVE WS-PIN-DIGITADO TO WS-HASH-ENTRADA (9:8).
            MOVE 7919 TO WS-HASH-TRABALHO.
            PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 16
                COMPUTE WS-HASH-TRABALHO = FUNCTION MOD (
                    WS-HASH-TRABALHO * 131
                        + FUNCTION ORD (WS-HASH-ENTRADA (WS-H:1)),
                    9999999967)
            END-PERFORM.
            MOVE WS-HASH-TRABALHO TO WS-HASH-PIN.

      *> Site efetivo da transacao: o informado no registro do lote
      *> ou, em branco (e sempre no modo interativo), o site de
      *> lotacao do operador. Sign-on fora do site de lotacao e
            END-IF.

       GRAVAR-AUDITORIA.
            PERFORM OBTER-DATA-HORA-TRANSACAO.

            IF WS-ARQUIVOS-LOTE-ABERTOS = "N"
                OPEN EXTEND AUDIT-LOG
            END-IF.
      *> As sessoes correntes acompanham o checkpoint: num restart, o
      *> estado de quem esta conectado corresponde ao ultimo registro
      *> confirmado, nao ao comeco do arquivo. O mesmo vale para as
      *> falhas de PIN e bloqueios.
            PERFORM GRAVAR-TABELA-SESSOES.
            PERFORM GRAVAR-TABELA-CREDENCIAIS.
            MOVE WS-CONTADOR-REGISTROS TO CK-ULTIMO-REGISTRO.
            MOVE WS-CT-SITE TO CK-SITE.
            MOVE WS-CT-SEQUENCIA TO CK-SEQUENCIA.
            OPEN OUTPUT CHECKPOINT-FILE.
            WRITE CHECKPOINT-REGISTRO.
            CLOSE CHECKPOINT-FILE.
      *> para um arquivo de transacoes diferente (e ja concluido).
       LIMPAR-CHECKPOINT.
            MOVE ZERO TO CK-ULTIMO-REGISTRO.
            MOVE SPACES TO CK-SITE.
            MOVE ZERO TO CK-SEQUENCIA.
            OPEN OUTPUT CHECKPOINT-FILE.
            WRITE CHECKPOINT-REGISTRO.
            CLOSE CHECKPOINT-FILE.
            END-IF.

       GRAVAR-REJEICAO.
            PERFORM OBTER-DATA-HORA-TRANSACAO.

            IF WS-ARQUIVOS-LOTE-ABERTOS = "N"
                OPEN EXTEND REJECTS
                CLOSE REJECTS
            END-IF.

       CARREGAR-TABELA-CREDENCIAIS.
            MOVE ZERO TO WS-QTDE-CREDENCIAIS.
            OPEN INPUT CREDENTIAL-FILE.
            IF WS-FS-CREDENTIAL-FILE = "00"
                PERFORM UNTIL WS-FS-CREDENTIAL-FILE = "10"
                    READ CREDENTIAL-FILE
                        AT END
                            MOVE "10" TO WS-FS-CREDENTIAL-FILE
                        NOT AT END
                            IF WS-QTDE-CREDENCIAIS < 500
                                ADD 1 TO WS-QTDE-CREDENCIAIS
                                MOVE CREDENCIAL-REGISTRO TO
                                    WS-CREDENCIAL-ITEM
                                        (WS-QTDE-CREDENCIAIS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CREDENTIAL-FILE
            ELSE
                DISPLAY "AVISO: nao foi possivel abrir "
                    "CREDOPER.DAT (status " WS-FS-CREDENTIAL-FILE
                    "). Nenhum sign-on sera aceito sem credencial."
            END-IF.

       GRAVAR-TABELA-CREDENCIAIS.
            IF WS-CREDENCIAIS-ALTERADAS = "S"
                OPEN OUTPUT CREDENTIAL-FILE
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-QTDE-CREDENCIAIS
                    MOVE WS-CREDENCIAL-ITEM (WS-K)
                        TO CREDENCIAL-REGISTRO
                    WRITE CREDENCIAL-REGISTRO
                END-PERFORM
                CLOSE CREDENTIAL-FILE
                MOVE "N" TO WS-CREDENCIAIS-ALTERADAS
            END-IF.

       CARREGAR-TABELA-SESSOES.
            MOVE ZERO TO WS-QTDE-SESSOES.
            OPEN INPUT SESSIONS-FILE.
