      *> carregado inteiro numa tabela em WORKING-STORAGE, a
      *> manutencao e aplicada na tabela e o arquivo e regravado por
      *> completo em ordem ascendente de OP-ID.
      *>
      *> Transacao com data de vigencia futura (HR-DATA-VIGENCIA) nao
      *> e aplicada na carga: sai no relatorio como AGENDADA e fica
      *> no arquivo de alteracoes pendentes OPERPEND.DAT ate o
      *> ativPend aplica-la no dia da vigencia.
      *>
      *> ID anonimizado pelo anonOper e rejeitado em qualquer acao:
      *> um novo contratado nao herda o historico de outra pessoa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER-JOURNAL.

      *> Transacao com vigencia futura nao mexe no cadastro: vai para
      *> o arquivo de alteracoes pendentes, que o ativPend aplica no
      *> dia da vigencia.
           SELECT PENDING-FILE ASSIGN TO "data/OPERPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       01  LINHA-RELATORIO          PIC X(100).

       FD  OPERADOR-BACKUP.
       01  OPERADOR-BACKUP-REGISTRO PIC X(79).

       FD  OPER-JOURNAL.
           COPY OPERJRNL.

       FD  PENDING-FILE.
           COPY OPERPEND.

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-HR-TRANS       PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".
       01  WS-FS-OPERADOR-BACKUP PIC XX  VALUE "00".
       01  WS-FS-OPER-JOURNAL   PIC XX   VALUE "00".
       01  WS-FS-PENDING-FILE   PIC XX   VALUE "00".
       01  WS-NOME-PROGRAMA     PIC X(8) VALUE "HRFEED".
       01  WS-NOME-BACKUP       PIC X(40) VALUE SPACES.
       01  WS-DATA-HORA-JORNAL  PIC X(21) VALUE SPACES.
               10  WS-OP-DATA-EFETIVA  PIC 9(8).
               10  WS-OP-DATA-EXPIRACAO PIC 9(8).
               10  WS-OP-SITE          PIC X(4).
               10  WS-OP-SUPERVISOR-ID PIC X(8).

       01  WS-OPERADOR-TEMP.
           05  WS-OP-ID-TEMP            PIC X(8).
           05  WS-OP-DATA-EFETIVA-TEMP  PIC 9(8).
           05  WS-OP-DATA-EXPIRACAO-TEMP PIC 9(8).
           05  WS-OP-SITE-TEMP          PIC X(4).
           05  WS-OP-SUPERVISOR-ID-TEMP PIC X(8).

       01  WS-I                 PIC 9(4) VALUE ZERO.
       01  WS-J                 PIC 9(4) VALUE ZERO.
       01  WS-RESULTADO         PIC X(9) VALUE SPACES.
       01  WS-MOTIVO-REJEICAO   PIC X(30) VALUE SPACES.

      *> Nome gravado pelo anonOper no operador cujos dados pessoais
      *> foram expurgados: o ID fica no cadastro e nenhuma transacao
      *> do RH -- admissao, alteracao ou desligamento -- o reutiliza.
       01  WS-NOME-ANONIMIZADO  PIC X(30) VALUE "*ANONIMIZADO*".

      *> Data de expiracao normalizada da transacao corrente: em
      *> branco no arquivo do RH vale zero ("manter/derivar"), e
      *> qualquer outro conteudo nao numerico rejeita a transacao em
       01  WS-DATA-EXPIRACAO-HR PIC 9(8) VALUE ZERO.
       01  WS-DATA-EXPIRACAO-VALIDA PIC X VALUE "S".

      *> Supervisor informado na transacao: tem de ser um operador
      *> ativo ja cadastrado (ou admitido antes, no mesmo arquivo) e
      *> diferente do proprio operador; "*" numa alteracao retira o
      *> supervisor.
       01  WS-SUPERVISOR-VALIDO PIC X    VALUE "S".

      *> Data de vigencia normalizada: em branco vale zero (aplicar
      *> na carga); nao numerica ou data inexistente rejeita.
       01  WS-DATA-VIGENCIA-HR  PIC 9(8) VALUE ZERO.
       01  WS-DATA-VIGENCIA-VALIDA PIC X VALUE "S".

      *> Arquivo de pendentes: ultimo numero usado e as admissoes
      *> ainda pendentes -- uma alteracao ou desligamento futuro pode
      *> ser para um operador que so entra no cadastro antes dela.
      *> WS-ADMISSAO-PENDENTE: "S" admissao pendente com vigencia ate
      *> a da transacao, "D" so com vigencia posterior, "N" nenhuma.
       01  WS-FIM-PENDENTES     PIC X    VALUE "N".
       01  WS-ULTIMO-NUMERO-PEND PIC 9(6) VALUE ZERO.
       01  WS-TABELA-ADMISSOES-PEND.
           05  WS-QTDE-ADMISSOES-PEND PIC 9(4) VALUE ZERO.
           05  WS-AP-ITEM OCCURS 500 TIMES.
               10  WS-AP-OP-ID         PIC X(8).
               10  WS-AP-DATA-VIGENCIA PIC 9(8).
       01  WS-K                 PIC 9(4) VALUE ZERO.
       01  WS-ADMISSAO-PENDENTE PIC X    VALUE "N".

       01  WS-TOTAL-LIDAS       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-APLICADAS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJEITADAS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-AGENDADAS   PIC 9(6) VALUE ZERO.

      *> Imagem do cadastro como estava na carga, para o jornal de
      *> alteracoes comparar campo a campo na hora da regravacao.
               10  WS-AN-DATA-EFETIVA  PIC 9(8).
               10  WS-AN-DATA-EXPIRACAO PIC 9(8).
               10  WS-AN-SITE          PIC X(4).
               10  WS-AN-SUPERVISOR-ID PIC X(8).

       01  WS-JI                PIC 9(4) VALUE ZERO.
       01  WS-ANTES-ACHADO      PIC X    VALUE "N".

            PERFORM CARREGAR-TABELA-OPERADORES.
            PERFORM GUARDAR-IMAGEM-ANTES.
            PERFORM CARREGAR-PENDENTES.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECALHO.

            DISPLAY "Carga do RH concluida. Lidas: " WS-TOTAL-LIDAS
                "  Aplicadas: " WS-TOTAL-APLICADAS
                "  Rejeitadas: " WS-TOTAL-REJEITADAS
                "  Agendadas: " WS-TOTAL-AGENDADAS.
            DISPLAY "Relatorio gravado em data/HRAPPLIED.DAT.".
            STOP RUN.

                                    (WS-QTDE-OPERADORES)
                            MOVE OP-SITE TO
                                WS-OP-SITE (WS-QTDE-OPERADORES)
                            MOVE OP-SUPERVISOR-ID TO
                                WS-OP-SUPERVISOR-ID
                                    (WS-QTDE-OPERADORES)
                    END-READ
                END-PERFORM
                CLOSE OPERADOR-MASTER
            MOVE SPACES TO WS-MOTIVO-REJEICAO.

            PERFORM NORMALIZAR-DATA-EXPIRACAO.
            PERFORM NORMALIZAR-DATA-VIGENCIA.
            IF HR-OP-ID = SPACES
                PERFORM REJEITAR-TRANSACAO-HR
                MOVE "ID EM BRANCO" TO WS-MOTIVO-REJEICAO
            IF WS-DATA-EXPIRACAO-VALIDA = "N"
                PERFORM REJEITAR-TRANSACAO-HR
                MOVE "DATA EXPIRACAO INVALIDA" TO WS-MOTIVO-REJEICAO
            ELSE
            IF WS-DATA-VIGENCIA-VALIDA = "N"
                PERFORM REJEITAR-TRANSACAO-HR
                MOVE "DATA VIGENCIA INVALIDA" TO WS-MOTIVO-REJEICAO
            ELSE
            PERFORM VALIDAR-SUPERVISOR-HR
            IF WS-SUPERVISOR-VALIDO = "N"
                PERFORM REJEITAR-TRANSACAO-HR
            ELSE
                PERFORM LOCALIZAR-OPERADOR
                EVALUATE TRUE
                    WHEN WS-ENCONTRADO = "S"
                            AND WS-OP-NOME (WS-OP-IDX)
                                = WS-NOME-ANONIMIZADO
                        PERFORM REJEITAR-TRANSACAO-HR
                        MOVE "ID ANONIMIZADO - NAO REUTILIZA"
                            TO WS-MOTIVO-REJEICAO
                    WHEN WS-DATA-VIGENCIA-HR > WS-DATA-ATUAL
                        PERFORM AGENDAR-TRANSACAO-HR
                    WHEN HR-ACAO-ADMISSAO
                        PERFORM APLICAR-ADMISSAO
                    WHEN HR-ACAO-ALTERACAO
                        MOVE "ACAO INVALIDA" TO WS-MOTIVO-REJEICAO
                END-EVALUATE
            END-IF
            END-IF
            END-IF
            END-IF.

            IF WS-RESULTADO = "APLICADA "
                ADD 1 TO WS-TOTAL-APLICADAS
            END-IF.
            IF WS-RESULTADO = "AGENDADA "
                ADD 1 TO WS-TOTAL-AGENDADAS
            END-IF.

       NORMALIZAR-DATA-EXPIRACAO.
            MOVE "S" TO WS-DATA-EXPIRACAO-VALIDA.
                END-IF
            END-IF.

       NORMALIZAR-DATA-VIGENCIA.
            MOVE "S" TO WS-DATA-VIGENCIA-VALIDA.
            IF HR-DATA-VIGENCIA = SPACES
                MOVE ZERO TO WS-DATA-VIGENCIA-HR
            ELSE
                IF HR-DATA-VIGENCIA NOT NUMERIC
                    MOVE "N" TO WS-DATA-VIGENCIA-VALIDA
                    MOVE ZERO TO WS-DATA-VIGENCIA-HR
                ELSE
                    MOVE HR-DATA-VIGENCIA TO WS-DATA-VIGENCIA-HR
                    IF WS-DATA-VIGENCIA-HR NOT = ZERO
                        IF FUNCTION TEST-DATE-YYYYMMDD
                                (WS-DATA-VIGENCIA-HR) NOT = 0
                            MOVE "N" TO WS-DATA-VIGENCIA-VALIDA
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> Vigencia futura: a transacao e conferida contra o cadastro
      *> de hoje (e contra as admissoes ja pendentes) e gravada no
      *> OPERPEND.DAT; o ativPend confere de novo e aplica no dia.
       AGENDAR-TRANSACAO-HR.
            PERFORM LOCALIZAR-ADMISSAO-PENDENTE.
            EVALUATE TRUE
                WHEN HR-ACAO-ADMISSAO
                        AND WS-ENCONTRADO = "S"
                    PERFORM REJEITAR-TRANSACAO-HR
                    MOVE "OPERADOR JA CADASTRADO" TO WS-MOTIVO-REJEICAO
                WHEN HR-ACAO-ADMISSAO
                        AND WS-ADMISSAO-PENDENTE NOT = "N"
                    PERFORM REJEITAR-TRANSACAO-HR
                    MOVE "ADMISSAO JA AGENDADA" TO WS-MOTIVO-REJEICAO
                WHEN (HR-ACAO-ALTERACAO OR HR-ACAO-DESLIGAMENTO)
                        AND WS-ENCONTRADO = "N"
                        AND WS-ADMISSAO-PENDENTE NOT = "S"
                    PERFORM REJEITAR-TRANSACAO-HR
                    MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
                WHEN HR-ACAO-ADMISSAO
                        OR HR-ACAO-ALTERACAO
                        OR HR-ACAO-DESLIGAMENTO
                    PERFORM GRAVAR-TRANSACAO-PENDENTE
                WHEN OTHER
                    PERFORM REJEITAR-TRANSACAO-HR
                    MOVE "ACAO INVALIDA" TO WS-MOTIVO-REJEICAO
            END-EVALUATE.

       LOCALIZAR-ADMISSAO-PENDENTE.
            MOVE "N" TO WS-ADMISSAO-PENDENTE.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-ADMISSOES-PEND
                IF WS-AP-OP-ID (WS-K) = HR-OP-ID
                    IF WS-AP-DATA-VIGENCIA (WS-K)
                            <= WS-DATA-VIGENCIA-HR
                        MOVE "S" TO WS-ADMISSAO-PENDENTE
                    ELSE
                        IF WS-ADMISSAO-PENDENTE = "N"
                            MOVE "D" TO WS-ADMISSAO-PENDENTE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       GRAVAR-TRANSACAO-PENDENTE.
            ADD 1 TO WS-ULTIMO-NUMERO-PEND.
            MOVE SPACES TO PENDENTE-REGISTRO.
            MOVE WS-ULTIMO-NUMERO-PEND TO PD-NUMERO.
            MOVE WS-DATA-VIGENCIA-HR TO PD-DATA-VIGENCIA.
            MOVE HR-ACAO TO PD-ACAO.
            MOVE HR-OP-ID TO PD-OP-ID.
            MOVE HR-NOME TO PD-NOME.
            MOVE HR-DEPARTAMENTO TO PD-DEPARTAMENTO.
            MOVE HR-TURNO TO PD-TURNO.
            MOVE WS-DATA-EXPIRACAO-HR TO PD-DATA-EXPIRACAO.
            MOVE HR-SITE TO PD-SITE.
            MOVE HR-SUPERVISOR-ID TO PD-SUPERVISOR-ID.
            MOVE WS-NOME-PROGRAMA TO PD-ORIGEM.
            MOVE "RH" TO PD-REGISTRADO-POR.
            MOVE WS-DATA-ATUAL TO PD-DATA-REGISTRO.
            MOVE "P" TO PD-SITUACAO.
            MOVE ZERO TO PD-DATA-SITUACAO.

            OPEN EXTEND PENDING-FILE.
            IF WS-FS-PENDING-FILE = "35"
                OPEN OUTPUT PENDING-FILE
            END-IF.
            WRITE PENDENTE-REGISTRO.
            CLOSE PENDING-FILE.

            IF HR-ACAO-ADMISSAO
                    AND WS-QTDE-ADMISSOES-PEND < 500
                ADD 1 TO WS-QTDE-ADMISSOES-PEND
                MOVE HR-OP-ID TO WS-AP-OP-ID (WS-QTDE-ADMISSOES-PEND)
                MOVE WS-DATA-VIGENCIA-HR
                    TO WS-AP-DATA-VIGENCIA (WS-QTDE-ADMISSOES-PEND)
            END-IF.

            MOVE "AGENDADA " TO WS-RESULTADO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO.
            STRING "VIGENCIA " WS-DATA-VIGENCIA-HR
                " NO." WS-ULTIMO-NUMERO-PEND
                DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
            END-STRING.

       CARREGAR-PENDENTES.
            MOVE ZERO TO WS-ULTIMO-NUMERO-PEND.
            MOVE ZERO TO WS-QTDE-ADMISSOES-PEND.
            OPEN INPUT PENDING-FILE.
            IF WS-FS-PENDING-FILE = "00"
                MOVE "N" TO WS-FIM-PENDENTES
                PERFORM UNTIL WS-FIM-PENDENTES = "S"
                    READ PENDING-FILE
                        AT END
                            MOVE "S" TO WS-FIM-PENDENTES
                        NOT AT END
                            IF PD-NUMERO > WS-ULTIMO-NUMERO-PEND
                                MOVE PD-NUMERO
                                    TO WS-ULTIMO-NUMERO-PEND
                            END-IF
                            IF PD-SITUACAO-PENDENTE
                                    AND PD-ACAO-ADMISSAO
                                    AND WS-QTDE-ADMISSOES-PEND < 500
                                ADD 1 TO WS-QTDE-ADMISSOES-PEND
                                MOVE PD-OP-ID TO WS-AP-OP-ID
                                    (WS-QTDE-ADMISSOES-PEND)
                                MOVE PD-DATA-VIGENCIA
                                    TO WS-AP-DATA-VIGENCIA
                                        (WS-QTDE-ADMISSOES-PEND)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDING-FILE
            END-IF.

      *> Supervisor valido: outro operador ativo, nao anonimizado e
      *> dentro da vigencia hoje -- desligado com expiracao ja
      *> passada continua com status "A" no cadastro.
       VALIDAR-SUPERVISOR-HR.
            MOVE "S" TO WS-SUPERVISOR-VALIDO.
            IF HR-SUPERVISOR-ID NOT = SPACES
                    AND HR-SUPERVISOR-ID NOT = "*"
                IF HR-SUPERVISOR-ID = HR-OP-ID
                    MOVE "N" TO WS-SUPERVISOR-VALIDO
                    MOVE "SUPERVISOR E O PROPRIO OPER."
                        TO WS-MOTIVO-REJEICAO
                ELSE
                    MOVE "N" TO WS-SUPERVISOR-VALIDO
                    PERFORM VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > WS-QTDE-OPERADORES
                        IF WS-OP-ID (WS-I) = HR-SUPERVISOR-ID
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

       REJEITAR-TRANSACAO-HR.
            MOVE "REJEITADA" TO WS-RESULTADO.
            ADD 1 TO WS-TOTAL-REJEITADAS.
                        TO WS-OP-TURNO (WS-QTDE-OPERADORES)
                    MOVE HR-SITE
                        TO WS-OP-SITE (WS-QTDE-OPERADORES)
                    IF HR-SUPERVISOR-ID = "*"
                        MOVE SPACES TO
                            WS-OP-SUPERVISOR-ID (WS-QTDE-OPERADORES)
                    ELSE
                        MOVE HR-SUPERVISOR-ID TO
                            WS-OP-SUPERVISOR-ID (WS-QTDE-OPERADORES)
                    END-IF
                    MOVE "A" TO WS-OP-STATUS (WS-QTDE-OPERADORES)
                    MOVE WS-DATA-ATUAL
                        TO WS-OP-DATA-EFETIVA (WS-QTDE-OPERADORES)
                IF HR-SITE NOT = SPACES
                    MOVE HR-SITE TO WS-OP-SITE (WS-OP-IDX)
                END-IF
                IF HR-SUPERVISOR-ID = "*"
                    MOVE SPACES TO WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                ELSE
                    IF HR-SUPERVISOR-ID NOT = SPACES
                        MOVE HR-SUPERVISOR-ID
                            TO WS-OP-SUPERVISOR-ID (WS-OP-IDX)
                    END-IF
                END-IF
                IF WS-DATA-EXPIRACAO-HR NOT = ZERO
                    MOVE WS-DATA-EXPIRACAO-HR
                        TO WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                MOVE WS-OP-DATA-EFETIVA (WS-I) TO OP-DATA-EFETIVA
                MOVE WS-OP-DATA-EXPIRACAO (WS-I) TO OP-DATA-EXPIRACAO
                MOVE WS-OP-SITE (WS-I) TO OP-SITE
                MOVE WS-OP-SUPERVISOR-ID (WS-I) TO OP-SUPERVISOR-ID
                WRITE OPERADOR-REGISTRO
            END-PERFORM.
            CLOSE OPERADOR-MASTER.
            STRING "LIDAS: " WS-TOTAL-LIDAS
                "  APLICADAS: " WS-TOTAL-APLICADAS
                "  REJEITADAS: " WS-TOTAL-REJEITADAS
                "  AGENDADAS: " WS-TOTAL-AGENDADAS
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
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
