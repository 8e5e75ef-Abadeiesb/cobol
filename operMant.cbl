      *> Por isso este programa carrega o arquivo inteiro numa tabela
      *> em WORKING-STORAGE, aplica a manutencao e regrava o arquivo
      *> por completo, sempre em ordem ascendente de OP-ID.
      *>
      *> As opcoes de credencial (redefinir PIN e desbloquear ID)
      *> mexem so no CREDOPER.DAT e valem na hora, sem esperar o
      *> "gravar e sair": o arquivo e relido antes de cada uma, para
      *> nao desfazer falhas/bloqueios que o firstProgram gravou
      *> enquanto esta manutencao estava aberta, e cada redefinicao
      *> ou desbloqueio vai para o jornal com o supervisor que a fez.
      *>
      *> Alteracao com vigencia futura (opcao 8) tambem vale na hora,
      *> mas no arquivo de pendentes OPERPEND.DAT, e nao no cadastro:
      *> o ativPend aplica no dia da vigencia. A opcao 9 lista as
      *> pendentes e deixa o supervisor cancelar uma antes disso.
      *>
      *> ID anonimizado pelo anonOper (nome "*ANONIMIZADO*") fica no
      *> cadastro, mas nao volta a ser incluido, alterado nem agendado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER-JOURNAL.

           SELECT CREDENTIAL-FILE ASSIGN TO "data/CREDOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDENTIAL-FILE.

           SELECT PENDING-FILE ASSIGN TO "data/OPERPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  OPERADOR-BACKUP.
       01  OPERADOR-BACKUP-REGISTRO PIC X(79).

       FD  OPER-JOURNAL.
           COPY OPERJRNL.

       FD  CREDENTIAL-FILE.
           COPY CREDOPER.

       FD  PENDING-FILE.
           COPY OPERPEND.

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-OPERADOR-BACKUP PIC XX  VALUE "00".
               10  WS-OP-DATA-EFETIVA  PIC 9(8).
               10  WS-OP-DATA-EXPIRACAO PIC 9(8).
               10  WS-OP-SITE          PIC X(4).
               10  WS-OP-SUPERVISOR-ID PIC X(8).

       01  WS-I                 PIC 9(4) VALUE ZERO.
       01  WS-J                 PIC 9(4) VALUE ZERO.
           05  WS-OP-DATA-EFETIVA-TEMP  PIC 9(8).
           05  WS-OP-DATA-EXPIRACAO-TEMP PIC 9(8).
           05  WS-OP-SITE-TEMP          PIC X(4).
           05  WS-OP-SUPERVISOR-ID-TEMP PIC X(8).

      *> Imagem do cadastro como estava na carga, para o jornal de
      *> alteracoes comparar campo a campo na hora da regravacao.
               10  WS-AN-DATA-EFETIVA  PIC 9(8).
               10  WS-AN-DATA-EXPIRACAO PIC 9(8).
               10  WS-AN-SITE          PIC X(4).
               10  WS-AN-SUPERVISOR-ID PIC X(8).

      *> Supervisor imediato digitado na inclusao/alteracao: tem de
      *> ser outro operador ativo do cadastro (mesma regra do
      *> supervisor que se identifica no escMant).
       01  WS-SUPERVISOR-DIGITADO PIC X(8) VALUE SPACES.
       01  WS-SUPERVISOR-VALIDO PIC X    VALUE "N".

       01  WS-JI                PIC 9(4) VALUE ZERO.
       01  WS-ANTES-ACHADO      PIC X    VALUE "N".
       01  WS-JR-ANTIGO         PIC X(30) VALUE SPACES.
       01  WS-JR-NOVO           PIC X(30) VALUE SPACES.

      *> Credenciais: tabela do CREDOPER.DAT em ordem de ID, PIN
      *> digitado pelo supervisor e o resumo gravado no lugar dele.
       01  WS-FS-CREDENTIAL-FILE PIC XX   VALUE "00".
       01  WS-ID-SUPERVISOR     PIC X(8)  VALUE SPACES.
       01  WS-PIN-DIGITADO      PIC X(8)  VALUE SPACES.
       01  WS-PIN-CONFIRMACAO   PIC X(8)  VALUE SPACES.
       01  WS-PIN-TAMANHO       PIC 9(2)  VALUE ZERO.
       01  WS-PIN-VALIDO        PIC X     VALUE "N".
       01  WS-CREDENCIAL-ENCONTRADA PIC X VALUE "N".
       01  WS-HASH-ENTRADA      PIC X(16) VALUE SPACES.
       01  WS-HASH-TRABALHO     PIC 9(18) VALUE ZERO.
       01  WS-HASH-PIN          PIC 9(10) VALUE ZERO.
       01  WS-H                 PIC 9(2)  VALUE ZERO.
       01  WS-K                 PIC 9(4)  VALUE ZERO.

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

       01  WS-CREDENCIAL-TEMP       PIC X(37) VALUE SPACES.

      *> Alteracoes pendentes: tabela do OPERPEND.DAT, relida antes
      *> de cada agendamento ou cancelamento, e os campos digitados
      *> para a pendente nova. Se o arquivo nao couber na tabela, o
      *> OPERPEND nao e regravado (o que ficou de fora se perderia).
       01  WS-FS-PENDING-FILE   PIC XX    VALUE "00".
       01  WS-PENDENTES-TRUNCADA PIC X    VALUE "N".
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

       01  WS-PENDENTE-TEMP.
           05  WS-PN-NOME           PIC X(30).
           05  WS-PN-DEPARTAMENTO   PIC X(10).
           05  WS-PN-TURNO          PIC X(2).
           05  WS-PN-DATA-EXPIRACAO PIC 9(8).
           05  WS-PN-SITE           PIC X(4).
           05  WS-PN-SUPERVISOR-ID  PIC X(8).

       01  WS-P                 PIC 9(4)  VALUE ZERO.
       01  WS-DATA-HOJE         PIC 9(8)  VALUE ZERO.
       01  WS-ACAO-DIGITADA     PIC X(1)  VALUE SPACES.
       01  WS-DATA-DIGITADA     PIC X(8)  VALUE SPACES.
       01  WS-DATA-VIGENCIA-DIGITADA PIC 9(8) VALUE ZERO.
       01  WS-AGENDAMENTO-VALIDO PIC X    VALUE "N".
       01  WS-ADMISSAO-PENDENTE PIC X     VALUE "N".
       01  WS-ULTIMO-NUMERO-PEND PIC 9(6) VALUE ZERO.
       01  WS-QTDE-LISTADAS     PIC 9(4)  VALUE ZERO.
       01  WS-NUMERO-DIGITADO   PIC 9(6)  VALUE ZERO.
       01  WS-POSICAO-PENDENTE  PIC 9(4)  VALUE ZERO.
       01  WS-CONFIRMACAO       PIC X     VALUE SPACES.

      *> Nome gravado pelo anonOper no operador cujos dados pessoais
      *> foram expurgados. O ID fica no cadastro para o historico, mas
      *> nao pode ser reutilizado nem alterado.
       01  WS-NOME-ANONIMIZADO  PIC X(30) VALUE "*ANONIMIZADO*".

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            DISPLAY "=".
            DISPLAY "2 - Alterar operador".
            DISPLAY "3 - Inativar operador".
            DISPLAY "4 - Listar operadores".
            DISPLAY "5 - Redefinir PIN de operador".
            DISPLAY "6 - Desbloquear ID de operador".
            DISPLAY "7 - Atribuir supervisor".
            DISPLAY "8 - Agendar alteracao com vigencia futura".
            DISPLAY "9 - Alteracoes pendentes (consultar/cancelar)".
            DISPLAY "0 - Gravar e sair".
            DISPLAY "Opcao: ".
            ACCEPT WS-OPCAO.
                WHEN 2 PERFORM ALTERAR-OPERADOR
                WHEN 3 PERFORM INATIVAR-OPERADOR
                WHEN 4 PERFORM LISTAR-OPERADORES
                WHEN 5 PERFORM REDEFINIR-PIN-OPERADOR
                WHEN 6 PERFORM DESBLOQUEAR-OPERADOR
                WHEN 7 PERFORM ATRIBUIR-SUPERVISOR
                WHEN 8 PERFORM AGENDAR-ALTERACAO
                WHEN 9 PERFORM CONSULTAR-PENDENTES
                WHEN 0
                    PERFORM GRAVAR-TABELA-OPERADORES
                    MOVE "N" TO WS-CONTINUAR
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

            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "S"
                IF WS-OP-NOME (WS-OP-IDX) = WS-NOME-ANONIMIZADO
                    PERFORM AVISAR-ID-ANONIMIZADO
                ELSE
                    DISPLAY "Operador ja cadastrado."
                END-IF
            ELSE
                IF WS-QTDE-OPERADORES >= 500
                    DISPLAY "Tabela de operadores cheia."
                    ACCEPT WS-OP-DATA-EXPIRACAO (WS-QTDE-OPERADORES)
                    DISPLAY "Site de lotacao: "
                    ACCEPT WS-OP-SITE (WS-QTDE-OPERADORES)
                    PERFORM OBTER-SUPERVISOR-DIGITADO
                    MOVE WS-SUPERVISOR-DIGITADO
                        TO WS-OP-SUPERVISOR-ID (WS-QTDE-OPERADORES)
                    PERFORM ORDENAR-TABELA-OPERADORES
                    DISPLAY "Operador incluido."
                END-IF
            ACCEPT WS-ID-PROCURADO.

            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "S"
                    AND WS-OP-NOME (WS-OP-IDX) = WS-NOME-ANONIMIZADO
                PERFORM AVISAR-ID-ANONIMIZADO
            ELSE
                IF WS-ENCONTRADO = "N"
                    DISPLAY "Operador nao encontrado."
                ELSE
                    DISPLAY "Nome completo: "
                    ACCEPT WS-OP-NOME (WS-OP-IDX)
                    DISPLAY "Departamento: "
                    ACCEPT WS-OP-DEPARTAMENTO (WS-OP-IDX)
                    DISPLAY "Turno: "
                    ACCEPT WS-OP-TURNO (WS-OP-IDX)
                    DISPLAY "Status (A/I): "
                    ACCEPT WS-OP-STATUS (WS-OP-IDX)
                    DISPLAY "Data efetiva (AAAAMMDD): "
                    ACCEPT WS-OP-DATA-EFETIVA (WS-OP-IDX)
                    DISPLAY "Data de expiracao (AAAAMMDD): "
                    ACCEPT WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                    DISPLAY "Site de lotacao: "
                    ACCEPT WS-OP-SITE (WS-OP-IDX)
                    PERFORM OBTER-SUPERVISOR-DIGITADO
                    MOVE WS-SUPERVISOR-DIGITADO
                        TO WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                    DISPLAY "Operador alterado."
                END-IF
            END-IF.

       INATIVAR-OPERADOR.
                    " " WS-OP-TURNO (WS-I)
                    " " WS-OP-STATUS (WS-I)
                    " " WS-OP-SITE (WS-I)
                    " " WS-OP-SUPERVISOR-ID (WS-I)
            END-PERFORM.

      *> ID anonimizado pelo anonOper: o cadastro esta encerrado e o
      *> ID nao volta a ser usado -- um novo contratado nao pode
      *> herdar o historico de outra pessoa.
       AVISAR-ID-ANONIMIZADO.
            DISPLAY "ID " WS-ID-PROCURADO " teve os dados pessoais "
                "anonimizados -- nao pode ser reutilizado nem "
                "alterado.".

      *> Troca so o supervisor imediato, sem redigitar o cadastro
      *> inteiro -- o caso comum quando uma equipe muda de lider.
       ATRIBUIR-SUPERVISOR.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.

            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "S"
                    AND WS-OP-NOME (WS-OP-IDX) = WS-NOME-ANONIMIZADO
                PERFORM AVISAR-ID-ANONIMIZADO
            ELSE
                IF WS-ENCONTRADO = "N"
                    DISPLAY "Operador nao encontrado."
                ELSE
                    DISPLAY "Supervisor atual: "
                        WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                    PERFORM OBTER-SUPERVISOR-DIGITADO
                    MOVE WS-SUPERVISOR-DIGITADO
                        TO WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                    DISPLAY "Supervisor atribuido."
                END-IF
            END-IF.

      *> Pede o supervisor ate vir um valido ou em branco (sem
      *> supervisor -- o operador cai no pacote geral do pacoteSup).
      *> O operador em manutencao esta em WS-ID-PROCURADO.
       OBTER-SUPERVISOR-DIGITADO.
            MOVE "N" TO WS-SUPERVISOR-VALIDO.
            PERFORM UNTIL WS-SUPERVISOR-VALIDO = "S"
                DISPLAY "Supervisor imediato (ID, branco = nenhum): "
                ACCEPT WS-SUPERVISOR-DIGITADO
                PERFORM VALIDAR-SUPERVISOR-DIGITADO
            END-PERFORM.

      *> Supervisor valido: outro operador ativo, nao anonimizado e
      *> dentro da vigencia hoje -- desligado com expiracao ja
      *> passada continua com status "A" no cadastro.
       VALIDAR-SUPERVISOR-DIGITADO.
            MOVE "S" TO WS-SUPERVISOR-VALIDO.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
            IF WS-SUPERVISOR-DIGITADO NOT = SPACES
                IF WS-SUPERVISOR-DIGITADO = WS-ID-PROCURADO
                    MOVE "N" TO WS-SUPERVISOR-VALIDO
                    DISPLAY "O operador nao pode ser o proprio "
                        "supervisor."
                ELSE
                    MOVE "N" TO WS-SUPERVISOR-VALIDO
                    PERFORM VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > WS-QTDE-OPERADORES
                        IF WS-OP-ID (WS-I) = WS-SUPERVISOR-DIGITADO
                                AND WS-OP-STATUS (WS-I) = "A"
                                AND WS-OP-NOME (WS-I)
                                    NOT = WS-NOME-ANONIMIZADO
                                AND WS-OP-DATA-EFETIVA (WS-I)
                                    <= WS-DATA-HOJE
                                AND WS-OP-DATA-EXPIRACAO (WS-I)
                                    >= WS-DATA-HOJE
                            MOVE "S" TO WS-SUPERVISOR-VALIDO
                        END-IF
                    END-PERFORM
                    IF WS-SUPERVISOR-VALIDO = "N"
                        DISPLAY "Supervisor nao cadastrado, "
                            "inativo ou fora de vigencia."
                    END-IF
                END-IF
            END-IF.

       ORDENAR-TABELA-OPERADORES.
      *> Tabela pequena (ate 500 itens) -- insertion sort simples eh
      *> suficiente para manter a ordem ascendente de OP-ID exigida
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
            MOVE WS-JR-ANTIGO TO JR-VALOR-ANTIGO.
            MOVE WS-JR-NOVO TO JR-VALOR-NOVO.
            WRITE OPER-JOURNAL-REGISTRO.

      *> Redefinicao de PIN pelo supervisor: vale para o operador que
      *> esqueceu o PIN, para o ID bloqueado (o PIN novo ja libera) e
      *> para o primeiro PIN de um operador recem-incluido.
       REDEFINIR-PIN-OPERADOR.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.

            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "N"
                DISPLAY "Operador nao encontrado."
            ELSE
                PERFORM OBTER-SUPERVISOR-RESPONSAVEL
                IF WS-ID-SUPERVISOR NOT = SPACES
                    DISPLAY "Novo PIN (4 a 8 digitos): "
                    ACCEPT WS-PIN-DIGITADO
                    DISPLAY "Confirme o novo PIN: "
                    ACCEPT WS-PIN-CONFIRMACAO
                    PERFORM VALIDAR-PIN-NOVO
                    IF WS-PIN-VALIDO = "S"
                        PERFORM GRAVAR-PIN-REDEFINIDO
                    END-IF
                END-IF
            END-IF.
            MOVE SPACES TO WS-PIN-DIGITADO.
            MOVE SPACES TO WS-PIN-CONFIRMACAO.

       GRAVAR-PIN-REDEFINIDO.
            PERFORM CARREGAR-TABELA-CREDENCIAIS.
            PERFORM LOCALIZAR-CREDENCIAL.
            IF WS-CREDENCIAL-ENCONTRADA = "N"
                IF WS-QTDE-CREDENCIAIS >= 500
                    DISPLAY "Tabela de credenciais cheia."
                ELSE
                    ADD 1 TO WS-QTDE-CREDENCIAIS
                    SET WS-CR-IDX TO WS-QTDE-CREDENCIAIS
                    MOVE WS-ID-PROCURADO
                        TO WS-CR-OPERADOR-ID (WS-CR-IDX)
                    MOVE "SEM PIN" TO WS-JR-ANTIGO
                    MOVE "S" TO WS-CREDENCIAL-ENCONTRADA
                END-IF
            ELSE
                IF WS-CR-SITUACAO (WS-CR-IDX) = "B"
                    MOVE SPACES TO WS-JR-ANTIGO
                    STRING "BLOQUEADO EM "
                        WS-CR-DATA-BLOQUEIO (WS-CR-IDX)
                        DELIMITED BY SIZE INTO WS-JR-ANTIGO
                    END-STRING
                ELSE
                    MOVE "LIBERADO" TO WS-JR-ANTIGO
                END-IF
            END-IF.

            IF WS-CREDENCIAL-ENCONTRADA = "S"
                PERFORM CALCULAR-HASH-PIN
                MOVE WS-HASH-PIN TO WS-CR-PIN-HASH (WS-CR-IDX)
                MOVE ZERO TO WS-CR-FALHAS (WS-CR-IDX)
                MOVE ZERO TO WS-CR-DATA-FALHA (WS-CR-IDX)
                MOVE "L" TO WS-CR-SITUACAO (WS-CR-IDX)
                MOVE ZERO TO WS-CR-DATA-BLOQUEIO (WS-CR-IDX)
                PERFORM ORDENAR-TABELA-CREDENCIAIS
                PERFORM GRAVAR-TABELA-CREDENCIAIS
                MOVE "PIN-RESET" TO WS-JR-CAMPO
                MOVE SPACES TO WS-JR-NOVO
                STRING "REDEFINIDO POR " WS-ID-SUPERVISOR
                    DELIMITED BY SIZE INTO WS-JR-NOVO
                END-STRING
                PERFORM JORNALIZAR-CREDENCIAL
                DISPLAY "PIN redefinido para " WS-ID-PROCURADO "."
            END-IF.

      *> Desbloqueio: devolve o ID bloqueado por PIN errado com o PIN
      *> atual mantido e o contador de falhas zerado.
       DESBLOQUEAR-OPERADOR.
            DISPLAY "ID do operador a desbloquear: ".
            ACCEPT WS-ID-PROCURADO.

            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "N"
                DISPLAY "Operador nao encontrado."
            ELSE
                PERFORM CARREGAR-TABELA-CREDENCIAIS
                PERFORM LOCALIZAR-CREDENCIAL
                IF WS-CREDENCIAL-ENCONTRADA = "N"
                    DISPLAY "Operador sem PIN cadastrado -- use a "
                        "opcao 5."
                ELSE
                    IF WS-CR-SITUACAO (WS-CR-IDX) NOT = "B"
                        DISPLAY "Operador nao esta bloqueado."
                    ELSE
                        PERFORM OBTER-SUPERVISOR-RESPONSAVEL
                        IF WS-ID-SUPERVISOR NOT = SPACES
                            MOVE SPACES TO WS-JR-ANTIGO
                            STRING "BLOQUEADO EM "
                                WS-CR-DATA-BLOQUEIO (WS-CR-IDX)
                                DELIMITED BY SIZE INTO WS-JR-ANTIGO
                            END-STRING
                            MOVE ZERO TO WS-CR-FALHAS (WS-CR-IDX)
                            MOVE ZERO TO WS-CR-DATA-FALHA (WS-CR-IDX)
                            MOVE "L" TO WS-CR-SITUACAO (WS-CR-IDX)
                            MOVE ZERO TO WS-CR-DATA-BLOQUEIO (WS-CR-IDX)
                            PERFORM GRAVAR-TABELA-CREDENCIAIS
                            MOVE "DESBLOQUEIO" TO WS-JR-CAMPO
                            MOVE SPACES TO WS-JR-NOVO
                            STRING "LIBERADO POR " WS-ID-SUPERVISOR
                                DELIMITED BY SIZE INTO WS-JR-NOVO
                            END-STRING
                            PERFORM JORNALIZAR-CREDENCIAL
                            DISPLAY "Operador " WS-ID-PROCURADO
                                " desbloqueado."
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> O supervisor se identifica pelo proprio ID de operador, que
      *> tem que existir no cadastro, ativo, nao anonimizado e dentro
      *> da vigencia hoje; ninguem redefine ou libera o proprio PIN.
      *> Devolve WS-ID-SUPERVISOR em branco se recusado.
       OBTER-SUPERVISOR-RESPONSAVEL.
            DISPLAY "ID do supervisor responsavel: ".
            ACCEPT WS-ID-SUPERVISOR.
            IF WS-ID-SUPERVISOR = SPACES
                    OR WS-ID-SUPERVISOR = WS-ID-PROCURADO
                DISPLAY "Supervisor invalido -- operacao cancelada."
                MOVE SPACES TO WS-ID-SUPERVISOR
            ELSE
                MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
                SET WS-AN-IDX TO 1
                MOVE "N" TO WS-ANTES-ACHADO
                SEARCH ALL WS-ANTES-ITEM
                    WHEN WS-AN-ID (WS-AN-IDX) = WS-ID-SUPERVISOR
                        MOVE "S" TO WS-ANTES-ACHADO
                END-SEARCH
                EVALUATE TRUE
                    WHEN WS-ANTES-ACHADO = "N"
                        DISPLAY "Supervisor " WS-ID-SUPERVISOR " nao "
                            "cadastrado -- operacao cancelada."
                        MOVE SPACES TO WS-ID-SUPERVISOR
                    WHEN WS-AN-STATUS (WS-AN-IDX) NOT = "A"
                            OR WS-AN-NOME (WS-AN-IDX)
                                = WS-NOME-ANONIMIZADO
                            OR WS-AN-DATA-EFETIVA (WS-AN-IDX)
                                > WS-DATA-HOJE
                            OR WS-AN-DATA-EXPIRACAO (WS-AN-IDX)
                                < WS-DATA-HOJE
                        DISPLAY "Supervisor " WS-ID-SUPERVISOR
                            " inativo ou fora de vigencia -- "
                            "operacao cancelada."
                        MOVE SPACES TO WS-ID-SUPERVISOR
                END-EVALUATE
            END-IF.

      *> PIN novo: de 4 a 8 digitos seguidos, sem nada depois, e
      *> igual a confirmacao.
       VALIDAR-PIN-NOVO.
            MOVE "S" TO WS-PIN-VALIDO.
            MOVE ZERO TO WS-PIN-TAMANHO.
            PERFORM VARYING WS-H FROM 1 BY 1
                    UNTIL WS-H > 8
                        OR WS-PIN-DIGITADO (WS-H:1) NOT NUMERIC
                ADD 1 TO WS-PIN-TAMANHO
            END-PERFORM.
            IF WS-PIN-TAMANHO < 4
                MOVE "N" TO WS-PIN-VALIDO
            ELSE
                IF WS-PIN-TAMANHO < 8
                    IF WS-PIN-DIGITADO (WS-PIN-TAMANHO + 1:)
                            NOT = SPACES
                        MOVE "N" TO WS-PIN-VALIDO
                    END-IF
                END-IF
            END-IF.
            IF WS-PIN-VALIDO = "N"
                DISPLAY "PIN deve ter de 4 a 8 digitos -- nao "
                    "alterado."
            ELSE
                IF WS-PIN-DIGITADO NOT = WS-PIN-CONFIRMACAO
                    MOVE "N" TO WS-PIN-VALIDO
                    DISPLAY "Confirmacao nao confere -- PIN nao "
                        "alterado."
                END-IF
            END-IF.

      *> Mesmo resumo do firstProgram (ID + PIN, acumulador x 131
      *> modulo primo de 10 digitos) -- os dois tem que andar juntos.
       CALCULAR-HASH-PIN.
            MOVE WS-ID-PROCURADO TO WS-HASH-ENTRADA (1:8).
            MOVE WS-PIN-DIGITADO TO WS-HASH-ENTRADA (9:8).
            MOVE 7919 TO WS-HASH-TRABALHO.
            PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 16
                COMPUTE WS-HASH-TRABALHO = FUNCTION MOD (
                    WS-HASH-TRABALHO * 131
                        + FUNCTION ORD (WS-HASH-ENTRADA (WS-H:1)),
                    9999999967)
            END-PERFORM.
            MOVE WS-HASH-TRABALHO TO WS-HASH-PIN.

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
            END-IF.

       LOCALIZAR-CREDENCIAL.
            MOVE "N" TO WS-CREDENCIAL-ENCONTRADA.
            SET WS-CR-IDX TO 1.
            SEARCH ALL WS-CREDENCIAL-ITEM
                WHEN WS-CR-OPERADOR-ID (WS-CR-IDX) = WS-ID-PROCURADO
                    MOVE "S" TO WS-CREDENCIAL-ENCONTRADA
            END-SEARCH.

       GRAVAR-TABELA-CREDENCIAIS.
            OPEN OUTPUT CREDENTIAL-FILE.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-CREDENCIAIS
                MOVE WS-CREDENCIAL-ITEM (WS-K) TO CREDENCIAL-REGISTRO
                WRITE CREDENCIAL-REGISTRO
            END-PERFORM.
            CLOSE CREDENTIAL-FILE.

       ORDENAR-TABELA-CREDENCIAIS.
            PERFORM VARYING WS-I FROM 2 BY 1
                    UNTIL WS-I > WS-QTDE-CREDENCIAIS
                MOVE WS-I TO WS-J
                PERFORM UNTIL WS-J <= 1
                    OR WS-CR-OPERADOR-ID (WS-J - 1)
                        <= WS-CR-OPERADOR-ID (WS-J)
                    PERFORM TROCAR-CREDENCIAIS
                    SUBTRACT 1 FROM WS-J
                END-PERFORM
            END-PERFORM.

       TROCAR-CREDENCIAIS.
            MOVE WS-CREDENCIAL-ITEM (WS-J) TO WS-CREDENCIAL-TEMP.
            MOVE WS-CREDENCIAL-ITEM (WS-J - 1)
                TO WS-CREDENCIAL-ITEM (WS-J).
            MOVE WS-CREDENCIAL-TEMP TO WS-CREDENCIAL-ITEM (WS-J - 1).

      *> Redefinicao e desbloqueio vao para o jornal na hora, um
      *> registro cada, com o operador da posicao WS-OP-IDX.
       JORNALIZAR-CREDENCIAL.
            OPEN EXTEND OPER-JOURNAL.
            IF WS-FS-OPER-JOURNAL = "35"
                OPEN OUTPUT OPER-JOURNAL
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-JORNAL.
            SET WS-JI TO WS-OP-IDX.
            PERFORM GRAVAR-REGISTRO-JORNAL.
            CLOSE OPER-JOURNAL.

      *> Alteracao com vigencia futura: nao mexe na tabela do
      *> cadastro -- vai direto para o OPERPEND.DAT (relido antes,
      *> para nao perder o que o hrFeed gravou enquanto esta
      *> manutencao estava aberta), e o ativPend aplica no dia. Os
      *> campos seguem a regra do arquivo do RH: em branco mantem o
      *> valor do cadastro; "*" no supervisor retira o supervisor.
       AGENDAR-ALTERACAO.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
            DISPLAY "ID do operador: ".
            ACCEPT WS-ID-PROCURADO.
            DISPLAY "Acao (A=admissao, C=alteracao, T=desligamento): ".
            ACCEPT WS-ACAO-DIGITADA.
            DISPLAY "Data de vigencia (AAAAMMDD, depois de hoje): ".
            ACCEPT WS-DATA-DIGITADA.

            PERFORM LOCALIZAR-OPERADOR.
            PERFORM CARREGAR-TABELA-PENDENTES.
            PERFORM VALIDAR-AGENDAMENTO.
            IF WS-AGENDAMENTO-VALIDO = "S"
                IF WS-QTDE-PENDENTES >= 2000
                        OR WS-PENDENTES-TRUNCADA = "S"
                    DISPLAY "Tabela de pendentes cheia -- "
                        "agendamento nao gravado; rode o ativPend "
                        "para expurgar o historico."
                ELSE
                    PERFORM OBTER-CAMPOS-AGENDAMENTO
                    PERFORM OBTER-SUPERVISOR-RESPONSAVEL
                    IF WS-ID-SUPERVISOR NOT = SPACES
                        PERFORM INCLUIR-PENDENTE
                        PERFORM GRAVAR-TABELA-PENDENTES
                        DISPLAY "Alteracao agendada -- numero "
                            WS-PD-NUMERO (WS-QTDE-PENDENTES)
                            ", vigencia "
                            WS-PD-DATA-VIGENCIA (WS-QTDE-PENDENTES)
                            "."
                    END-IF
                END-IF
            END-IF.

       VALIDAR-AGENDAMENTO.
            MOVE "S" TO WS-AGENDAMENTO-VALIDO.
            MOVE ZERO TO WS-DATA-VIGENCIA-DIGITADA.
            IF WS-DATA-DIGITADA NOT NUMERIC
                MOVE "N" TO WS-AGENDAMENTO-VALIDO
            ELSE
                MOVE WS-DATA-DIGITADA TO WS-DATA-VIGENCIA-DIGITADA
                IF FUNCTION TEST-DATE-YYYYMMDD
                        (WS-DATA-VIGENCIA-DIGITADA) NOT = 0
                        OR WS-DATA-VIGENCIA-DIGITADA <= WS-DATA-HOJE
                    MOVE "N" TO WS-AGENDAMENTO-VALIDO
                END-IF
            END-IF.
            IF WS-AGENDAMENTO-VALIDO = "N"
                DISPLAY "Data de vigencia invalida ou nao futura -- "
                    "use as opcoes 1 a 3 para o que vale hoje."
            ELSE
                PERFORM LOCALIZAR-ADMISSAO-PENDENTE
                EVALUATE TRUE
                    WHEN WS-ENCONTRADO = "S"
                            AND WS-OP-NOME (WS-OP-IDX)
                                = WS-NOME-ANONIMIZADO
                        MOVE "N" TO WS-AGENDAMENTO-VALIDO
                        PERFORM AVISAR-ID-ANONIMIZADO
                    WHEN WS-ACAO-DIGITADA = "A"
                            AND WS-ENCONTRADO = "S"
                        MOVE "N" TO WS-AGENDAMENTO-VALIDO
                        DISPLAY "Operador ja cadastrado."
                    WHEN WS-ACAO-DIGITADA = "A"
                            AND WS-ADMISSAO-PENDENTE NOT = "N"
                        MOVE "N" TO WS-AGENDAMENTO-VALIDO
                        DISPLAY "Admissao ja agendada para este ID."
                    WHEN (WS-ACAO-DIGITADA = "C"
                            OR WS-ACAO-DIGITADA = "T")
                            AND WS-ENCONTRADO = "N"
                            AND WS-ADMISSAO-PENDENTE NOT = "S"
                        MOVE "N" TO WS-AGENDAMENTO-VALIDO
                        DISPLAY "Operador nao encontrado."
                    WHEN WS-ACAO-DIGITADA NOT = "A"
                            AND WS-ACAO-DIGITADA NOT = "C"
                            AND WS-ACAO-DIGITADA NOT = "T"
                        MOVE "N" TO WS-AGENDAMENTO-VALIDO
                        DISPLAY "Acao invalida."
                END-EVALUATE
            END-IF.

      *> Admissao pendente do mesmo ID: "S" com vigencia ate a
      *> digitada, "D" so com vigencia posterior, "N" nenhuma.
       LOCALIZAR-ADMISSAO-PENDENTE.
            MOVE "N" TO WS-ADMISSAO-PENDENTE.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-SITUACAO (WS-P) = "P"
                        AND WS-PD-ACAO (WS-P) = "A"
                        AND WS-PD-OP-ID (WS-P) = WS-ID-PROCURADO
                    IF WS-PD-DATA-VIGENCIA (WS-P)
                            <= WS-DATA-VIGENCIA-DIGITADA
                        MOVE "S" TO WS-ADMISSAO-PENDENTE
                    ELSE
                        IF WS-ADMISSAO-PENDENTE = "N"
                            MOVE "D" TO WS-ADMISSAO-PENDENTE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       OBTER-CAMPOS-AGENDAMENTO.
            MOVE SPACES TO WS-PENDENTE-TEMP.
            MOVE SPACES TO WS-PN-NOME WS-PN-DEPARTAMENTO WS-PN-TURNO
                WS-PN-SITE WS-PN-SUPERVISOR-ID.
            MOVE ZERO TO WS-PN-DATA-EXPIRACAO.
            IF WS-ACAO-DIGITADA NOT = "T"
                DISPLAY "Em branco mantem o valor do cadastro."
                DISPLAY "Nome completo: "
                ACCEPT WS-PN-NOME
                DISPLAY "Departamento: "
                ACCEPT WS-PN-DEPARTAMENTO
                DISPLAY "Turno: "
                ACCEPT WS-PN-TURNO
                DISPLAY "Site de lotacao: "
                ACCEPT WS-PN-SITE
                MOVE "N" TO WS-SUPERVISOR-VALIDO
                PERFORM UNTIL WS-SUPERVISOR-VALIDO = "S"
                    DISPLAY "Supervisor imediato (ID, * = retirar): "
                    ACCEPT WS-SUPERVISOR-DIGITADO
                    IF WS-SUPERVISOR-DIGITADO = "*"
                        MOVE "S" TO WS-SUPERVISOR-VALIDO
                    ELSE
                        PERFORM VALIDAR-SUPERVISOR-DIGITADO
                    END-IF
                END-PERFORM
                MOVE WS-SUPERVISOR-DIGITADO TO WS-PN-SUPERVISOR-ID
                DISPLAY "Data de expiracao (AAAAMMDD): "
            ELSE
                DISPLAY "Data de expiracao (AAAAMMDD, branco = a "
                    "propria vigencia): "
            END-IF.
            ACCEPT WS-DATA-DIGITADA.
            IF WS-DATA-DIGITADA NUMERIC
                MOVE WS-DATA-DIGITADA TO WS-PN-DATA-EXPIRACAO
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-PN-DATA-EXPIRACAO)
                        NOT = 0
                    DISPLAY "Data de expiracao invalida -- ignorada."
                    MOVE ZERO TO WS-PN-DATA-EXPIRACAO
                END-IF
            END-IF.

       INCLUIR-PENDENTE.
            MOVE ZERO TO WS-ULTIMO-NUMERO-PEND.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-NUMERO (WS-P) > WS-ULTIMO-NUMERO-PEND
                    MOVE WS-PD-NUMERO (WS-P) TO WS-ULTIMO-NUMERO-PEND
                END-IF
            END-PERFORM.
            ADD 1 TO WS-ULTIMO-NUMERO-PEND.
            ADD 1 TO WS-QTDE-PENDENTES.
            MOVE WS-QTDE-PENDENTES TO WS-P.
            MOVE SPACES TO WS-PENDENTE-ITEM (WS-P).
            MOVE WS-ULTIMO-NUMERO-PEND TO WS-PD-NUMERO (WS-P).
            MOVE WS-DATA-VIGENCIA-DIGITADA
                TO WS-PD-DATA-VIGENCIA (WS-P).
            MOVE WS-ACAO-DIGITADA TO WS-PD-ACAO (WS-P).
            MOVE WS-ID-PROCURADO TO WS-PD-OP-ID (WS-P).
            MOVE WS-PN-NOME TO WS-PD-NOME (WS-P).
            MOVE WS-PN-DEPARTAMENTO TO WS-PD-DEPARTAMENTO (WS-P).
            MOVE WS-PN-TURNO TO WS-PD-TURNO (WS-P).
            MOVE WS-PN-DATA-EXPIRACAO TO WS-PD-DATA-EXPIRACAO (WS-P).
            MOVE WS-PN-SITE TO WS-PD-SITE (WS-P).
            MOVE WS-PN-SUPERVISOR-ID TO WS-PD-SUPERVISOR-ID (WS-P).
            MOVE WS-NOME-PROGRAMA TO WS-PD-ORIGEM (WS-P).
            MOVE WS-ID-SUPERVISOR TO WS-PD-REGISTRADO-POR (WS-P).
            MOVE WS-DATA-HOJE TO WS-PD-DATA-REGISTRO (WS-P).
            MOVE "P" TO WS-PD-SITUACAO (WS-P).
            MOVE ZERO TO WS-PD-DATA-SITUACAO (WS-P).

      *> Consulta das pendentes que ainda nao entraram em vigor e
      *> cancelamento de uma delas pelo supervisor, gravado na hora.
      *> A pendente cancelada fica no arquivo com quem cancelou.
       CONSULTAR-PENDENTES.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
            PERFORM CARREGAR-TABELA-PENDENTES.
            DISPLAY "ID do operador (branco = todos): ".
            ACCEPT WS-ID-PROCURADO.

            MOVE ZERO TO WS-QTDE-LISTADAS.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-SITUACAO (WS-P) = "P"
                        AND (WS-ID-PROCURADO = SPACES
                            OR WS-PD-OP-ID (WS-P) = WS-ID-PROCURADO)
                    ADD 1 TO WS-QTDE-LISTADAS
                    DISPLAY WS-PD-NUMERO (WS-P) " "
                        WS-PD-DATA-VIGENCIA (WS-P) " "
                        WS-PD-ACAO (WS-P) " "
                        WS-PD-OP-ID (WS-P) " "
                        WS-PD-ORIGEM (WS-P) " "
                        WS-PD-REGISTRADO-POR (WS-P)
                    DISPLAY "       " WS-PD-NOME (WS-P) " "
                        WS-PD-DEPARTAMENTO (WS-P) " "
                        WS-PD-TURNO (WS-P) " "
                        WS-PD-SITE (WS-P) " "
                        WS-PD-SUPERVISOR-ID (WS-P) " "
                        WS-PD-DATA-EXPIRACAO (WS-P)
                END-IF
            END-PERFORM.

            IF WS-QTDE-LISTADAS = ZERO
                DISPLAY "Nenhuma alteracao pendente."
            ELSE
                DISPLAY "Numero a cancelar (0 = nenhum): "
                ACCEPT WS-NUMERO-DIGITADO
                IF WS-NUMERO-DIGITADO NOT = ZERO
                    PERFORM CANCELAR-PENDENTE
                END-IF
            END-IF.

       CANCELAR-PENDENTE.
            MOVE ZERO TO WS-POSICAO-PENDENTE.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-NUMERO (WS-P) = WS-NUMERO-DIGITADO
                        AND WS-PD-SITUACAO (WS-P) = "P"
                    MOVE WS-P TO WS-POSICAO-PENDENTE
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-PENDENTES-TRUNCADA = "S"
                    DISPLAY "Tabela de pendentes cheia -- "
                        "cancelamento nao gravado; rode o ativPend "
                        "para expurgar o historico."
                WHEN WS-POSICAO-PENDENTE = ZERO
                    DISPLAY "Pendente nao encontrada."
                WHEN OTHER
                    PERFORM CONFIRMAR-CANCELAMENTO
            END-EVALUATE.

       CONFIRMAR-CANCELAMENTO.
            MOVE WS-POSICAO-PENDENTE TO WS-P.
            MOVE WS-PD-OP-ID (WS-P) TO WS-ID-PROCURADO.
            PERFORM OBTER-SUPERVISOR-RESPONSAVEL.
            IF WS-ID-SUPERVISOR NOT = SPACES
                DISPLAY "Confirma o cancelamento (S/N)? "
                ACCEPT WS-CONFIRMACAO
                IF WS-CONFIRMACAO = "S" OR WS-CONFIRMACAO = "s"
                    MOVE "C" TO WS-PD-SITUACAO (WS-P)
                    MOVE WS-DATA-HOJE TO WS-PD-DATA-SITUACAO (WS-P)
                    MOVE WS-ID-SUPERVISOR
                        TO WS-PD-RESPONSAVEL-SITUACAO (WS-P)
                    MOVE "CANCELADA NO OPERMANT"
                        TO WS-PD-MOTIVO (WS-P)
                    PERFORM GRAVAR-TABELA-PENDENTES
                    DISPLAY "Pendente " WS-NUMERO-DIGITADO
                        " cancelada."
                ELSE
                    DISPLAY "Cancelamento desistido."
                END-IF
            END-IF.

       CARREGAR-TABELA-PENDENTES.
            MOVE ZERO TO WS-QTDE-PENDENTES.
            MOVE "N" TO WS-PENDENTES-TRUNCADA.
            OPEN INPUT PENDING-FILE.
            IF WS-FS-PENDING-FILE = "00"
                PERFORM UNTIL WS-FS-PENDING-FILE = "10"
                    READ PENDING-FILE
                        AT END
                            MOVE "10" TO WS-FS-PENDING-FILE
                        NOT AT END
                            IF WS-QTDE-PENDENTES < 2000
                                ADD 1 TO WS-QTDE-PENDENTES
                                MOVE PENDENTE-REGISTRO TO
                                    WS-PENDENTE-ITEM
                                        (WS-QTDE-PENDENTES)
                            ELSE
                                DISPLAY "AVISO: OPERPEND.DAT com mais "
                                    "de 2000 pendentes -- o excedente "
                                    "nao foi carregado."
                                MOVE "S" TO WS-PENDENTES-TRUNCADA
                                MOVE "10" TO WS-FS-PENDING-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDING-FILE
            END-IF.

       GRAVAR-TABELA-PENDENTES.
            OPEN OUTPUT PENDING-FILE.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                MOVE WS-PENDENTE-ITEM (WS-P) TO PENDENTE-REGISTRO
                WRITE PENDENTE-REGISTRO
            END-PERFORM.
            CLOSE PENDING-FILE.
