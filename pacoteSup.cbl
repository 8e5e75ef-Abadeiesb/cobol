       IDENTIFICATION DIVISION.
       PROGRAM-ID. pacoteSup.
       AUTHOR. Franc-Abade.

      *> Pacote diario de excecoes por supervisor.
      *> Os relatorios da noite (RELSWEEP.DAT, EXCTURNO.DAT,
      *> RELBULL.DAT, RELDORM.DAT) e o arquivo de rejeicoes ainda nao
      *> corrigidas (REJECTS.DAT) listam a casa inteira; cada lider
      *> de turno perdia a manha catando a propria equipe. Este
      *> programa le os cinco arquivos e separa as linhas pelo
      *> supervisor imediato do operador (OP-SUPERVISOR-ID), gravando
      *> um pacote por supervisor em data/PACOTE-<ID>.DAT com:
      *>   0. a equipe (operadores subordinados)
      *>   1. sessoes varridas
      *>   2. excecoes de janela de turno
      *>   3. rejeicoes pendentes de correcao
      *>   4. avisos sem ciencia (com o cabecalho do aviso)
      *>   5. avisos de dormencia
      *>
      *> Operador sem supervisor -- ou com supervisor que nao esta
      *> mais no cadastro, foi inativado, anonimizado ou esta fora
      *> da vigencia (desligado com expiracao ja passada continua
      *> com status "A") -- cai no pacote geral
      *> data/PACOTE-GERAL.DAT, da gerencia de operacoes, junto com
      *> as rejeicoes de IDs que nao existem no cadastro. O pacote
      *> geral e gravado todo dia, mesmo vazio.
      *>
      *> Cada secao traz a primeira linha do relatorio de origem
      *> (titulo com a data de geracao): RELBULL e RELDORM nao rodam
      *> todo dia, e o supervisor precisa ver de quando e o dado.
      *>
      *> Nos relatorios texto so as linhas cujo ID (colunas 1-8, ou
      *> 3-10 no RELBULL) esta no cadastro entram no pacote --
      *> cabecalhos e rodapes ficam de fora naturalmente.
      *>
      *> A separacao usa SORT com procedimentos de entrada e saida,
      *> como o repSession: a entrada libera cada linha com a chave
      *> destino/secao/sequencia e a saida abre um pacote novo a cada
      *> quebra de destino (nome fisico via DD_PACOTE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LOCAL-PC.
       OBJECT-COMPUTER. LOCAL-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-MASTER.

      *> Um unico arquivo logico para os quatro relatorios texto; o
      *> nome fisico e trocado via DD_RELORIG antes de cada OPEN.
           SELECT RELATORIO-ORIGEM ASSIGN TO "RELORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO-ORIGEM.

           SELECT REJECTS ASSIGN TO "data/REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECTS.

           SELECT SORT-WORK ASSIGN TO "data/SORTPAC.DAT".

           SELECT PACOTE-FILE ASSIGN TO "PACOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  RELATORIO-ORIGEM.
       01  LINHA-ORIGEM             PIC X(132).

       FD  REJECTS.
           COPY REJECTS.

       SD  SORT-WORK.
       01  SORT-REGISTRO.
           05  SR-DESTINO          PIC X(8).
           05  SR-SECAO            PIC 9(1).
           05  SR-SEQUENCIA        PIC 9(8).
           05  SR-LINHA            PIC X(110).

       FD  PACOTE-FILE.
       01  LINHA-RELATORIO          PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-RELATORIO-ORIGEM PIC XX VALUE "00".
       01  WS-FS-REJECTS        PIC XX   VALUE "00".
       01  WS-FS-PACOTE-FILE    PIC XX   VALUE "00".

       01  WS-DATA-HORA-ATUAL   PIC X(21) VALUE SPACES.
       01  WS-DATA-ATUAL        PIC 9(8) VALUE ZERO.
       01  WS-HORA-ATUAL        PIC 9(6) VALUE ZERO.

      *> Chave do pacote geral: "*" nao e caractere valido de ID, e
      *> ainda faz o pacote geral sair primeiro na classificacao.
       01  WS-DESTINO-GERAL     PIC X(8) VALUE "*GERAL".

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
               10  WS-OP-SUPERVISOR-ID PIC X(8).
               10  WS-OP-DESTINO       PIC X(8).

       01  WS-I                 PIC 9(4) VALUE ZERO.
       01  WS-K                 PIC 9(4) VALUE ZERO.
       01  WS-ENCONTRADO        PIC X    VALUE "N".
       01  WS-NOME-ANONIMIZADO  PIC X(30) VALUE "*ANONIMIZADO*".
       01  WS-ID-PROCURADO      PIC X(8) VALUE SPACES.
       01  WS-DESTINO-LINHA     PIC X(8) VALUE SPACES.
       01  WS-SEQUENCIA         PIC 9(8) VALUE ZERO.

      *> Relatorio texto em leitura: nome fisico, secao do pacote e
      *> coluna onde comeca o ID do operador na linha de detalhe.
       01  WS-NOME-ORIGEM       PIC X(40) VALUE SPACES.
       01  WS-SECAO-ORIGEM      PIC 9(1) VALUE ZERO.
       01  WS-COLUNA-ID         PIC 9(2) VALUE ZERO.
       01  WS-PRIMEIRA-LINHA    PIC X    VALUE "S".
       01  WS-FIM-ORIGEM        PIC X    VALUE "N".

      *> Aviso corrente do RELBULL: o cabecalho "--- Aviso" entra
      *> uma vez em cada pacote que tenha pendencia daquele aviso.
       01  WS-AVISO-CORRENTE    PIC X(110) VALUE SPACES.
       01  WS-TABELA-AVISO-DESTINOS.
           05  WS-QTDE-AVISO-DESTINOS PIC 9(4) VALUE ZERO.
           05  WS-AVISO-DESTINO OCCURS 500 TIMES PIC X(8).
       01  WS-AVISO-JA-ENVIADO  PIC X    VALUE "N".

       01  WS-TITULOS-SECAO-VALORES.
           05  FILLER PIC X(40) VALUE "0. EQUIPE".
           05  FILLER PIC X(40) VALUE "1. SESSOES VARRIDAS".
           05  FILLER PIC X(40) VALUE "2. EXCECOES DE JANELA DE TURNO".
           05  FILLER PIC X(40) VALUE "3. REJEICOES PENDENTES".
           05  FILLER PIC X(40) VALUE "4. AVISOS SEM CIENCIA".
           05  FILLER PIC X(40) VALUE "5. AVISOS DE DORMENCIA".
       01  WS-TITULOS-SECAO REDEFINES WS-TITULOS-SECAO-VALORES.
           05  WS-TITULO-SECAO OCCURS 6 TIMES PIC X(40).

      *> Linha de origem impressa sob o titulo de cada secao: o
      *> titulo do relatorio lido, ou o aviso de que nao estava
      *> disponivel.
       01  WS-TABELA-ORIGENS.
           05  WS-ORIGEM-SECAO OCCURS 6 TIMES PIC X(110).

      *> Controle do procedimento de saida.
       01  WS-FIM-CLASSIFICADO  PIC X    VALUE "N".
       01  WS-DESTINO-CORRENTE  PIC X(8) VALUE SPACES.
       01  WS-PACOTE-ABERTO     PIC X    VALUE "N".
       01  WS-PACOTE-GERAL-GRAVADO PIC X VALUE "N".
       01  WS-NOME-PACOTE       PIC X(40) VALUE SPACES.
       01  WS-SECAO-CORRENTE    PIC 9(1) VALUE ZERO.
       01  WS-SECAO-ALVO        PIC 9(1) VALUE ZERO.
       01  WS-PACOTE-FINALIZANDO PIC X   VALUE "N".
       01  WS-LINHAS-SECAO      PIC 9(6) VALUE ZERO.
       01  WS-OCORRENCIAS-PACOTE PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PACOTES     PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-OCORRENCIAS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            DISPLAY "Pacote diario de excecoes por supervisor...".
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
            MOVE WS-DATA-HORA-ATUAL (1:8) TO WS-DATA-ATUAL.
            MOVE WS-DATA-HORA-ATUAL (9:6) TO WS-HORA-ATUAL.

            PERFORM CARREGAR-TABELA-OPERADORES.
            IF WS-QTDE-OPERADORES = ZERO
                DISPLAY "ERRO: sem o cadastro de operadores nao ha "
                    "como separar as equipes -- nenhum pacote "
                    "gravado."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM RESOLVER-DESTINOS.

            SORT SORT-WORK
                ON ASCENDING KEY SR-DESTINO
                                 SR-SECAO
                                 SR-SEQUENCIA
                INPUT PROCEDURE IS SELECIONAR-OCORRENCIAS
                OUTPUT PROCEDURE IS GERAR-PACOTES.

            DISPLAY "Pacotes gravados: " WS-TOTAL-PACOTES
                "  Ocorrencias distribuidas: " WS-TOTAL-OCORRENCIAS.
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

      *> Destino de cada operador: o supervisor, se ainda for um
      *> operador ativo, nao anonimizado e dentro da vigencia hoje;
      *> senao o pacote geral.
       RESOLVER-DESTINOS.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                MOVE WS-DESTINO-GERAL TO WS-OP-DESTINO (WS-I)
                IF WS-OP-SUPERVISOR-ID (WS-I) NOT = SPACES
                    MOVE WS-OP-SUPERVISOR-ID (WS-I) TO WS-ID-PROCURADO
                    PERFORM LOCALIZAR-OPERADOR
                    IF WS-ENCONTRADO = "S"
                            AND WS-OP-STATUS (WS-OP-IDX) = "A"
                            AND WS-OP-NOME (WS-OP-IDX)
                                NOT = WS-NOME-ANONIMIZADO
                            AND WS-OP-DATA-EFETIVA (WS-OP-IDX)
                                <= WS-DATA-ATUAL
                            AND WS-OP-DATA-EXPIRACAO (WS-OP-IDX)
                                >= WS-DATA-ATUAL
                        MOVE WS-OP-SUPERVISOR-ID (WS-I)
                            TO WS-OP-DESTINO (WS-I)
                    END-IF
                END-IF
            END-PERFORM.

       LOCALIZAR-OPERADOR.
            MOVE "N" TO WS-ENCONTRADO.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX) = WS-ID-PROCURADO
                    MOVE "S" TO WS-ENCONTRADO
            END-SEARCH.

      *> Procedimento de entrada do SORT: a equipe de cada destino e
      *> depois as linhas de cada relatorio de origem.
       SELECIONAR-OCORRENCIAS.
            PERFORM LIBERAR-EQUIPES.

            MOVE "data/RELSWEEP.DAT" TO WS-NOME-ORIGEM.
            MOVE 1 TO WS-SECAO-ORIGEM.
            MOVE 1 TO WS-COLUNA-ID.
            PERFORM LER-RELATORIO-ORIGEM.

            MOVE "data/EXCTURNO.DAT" TO WS-NOME-ORIGEM.
            MOVE 2 TO WS-SECAO-ORIGEM.
            MOVE 1 TO WS-COLUNA-ID.
            PERFORM LER-RELATORIO-ORIGEM.

            PERFORM LER-REJEICOES-PENDENTES.

            MOVE "data/RELBULL.DAT" TO WS-NOME-ORIGEM.
            MOVE 4 TO WS-SECAO-ORIGEM.
            MOVE 3 TO WS-COLUNA-ID.
            PERFORM LER-RELATORIO-ORIGEM.

            MOVE "data/RELDORM.DAT" TO WS-NOME-ORIGEM.
            MOVE 5 TO WS-SECAO-ORIGEM.
            MOVE 1 TO WS-COLUNA-ID.
            PERFORM LER-RELATORIO-ORIGEM.

       LIBERAR-EQUIPES.
            MOVE SPACES TO WS-ORIGEM-SECAO (1).
            STRING "  ID           NOME                           "
                "DEPTO       TN    ST"
                DELIMITED BY SIZE INTO WS-ORIGEM-SECAO (1)
            END-STRING.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                MOVE WS-OP-DESTINO (WS-I) TO SR-DESTINO
                MOVE 0 TO SR-SECAO
                ADD 1 TO WS-SEQUENCIA
                MOVE WS-SEQUENCIA TO SR-SEQUENCIA
                MOVE SPACES TO SR-LINHA
                STRING "  " WS-OP-ID (WS-I) "     "
                    WS-OP-NOME (WS-I) " "
                    WS-OP-DEPARTAMENTO (WS-I) "  "
                    WS-OP-TURNO (WS-I) "    "
                    WS-OP-STATUS (WS-I)
                    DELIMITED BY SIZE INTO SR-LINHA
                END-STRING
                IF WS-OP-DESTINO (WS-I) = WS-DESTINO-GERAL
                        AND WS-OP-SUPERVISOR-ID (WS-I) NOT = SPACES
                    STRING "  SUPERVISOR " WS-OP-SUPERVISOR-ID (WS-I)
                        " AUSENTE/INATIVO"
                        DELIMITED BY SIZE INTO SR-LINHA (73:38)
                    END-STRING
                END-IF
                RELEASE SORT-REGISTRO
            END-PERFORM.

      *> Le um relatorio texto e libera as linhas de detalhe de
      *> operadores do cadastro para o destino de cada um.
       LER-RELATORIO-ORIGEM.
            MOVE SPACES TO WS-AVISO-CORRENTE.
            MOVE ZERO TO WS-QTDE-AVISO-DESTINOS.
            SET ENVIRONMENT "DD_RELORIG" TO WS-NOME-ORIGEM.
            OPEN INPUT RELATORIO-ORIGEM.
            IF WS-FS-RELATORIO-ORIGEM NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir "
                    WS-NOME-ORIGEM " (status " WS-FS-RELATORIO-ORIGEM
                    ") -- secao sai vazia nos pacotes."
                MOVE SPACES TO WS-ORIGEM-SECAO (WS-SECAO-ORIGEM + 1)
                STRING "  Origem: " WS-NOME-ORIGEM
                    DELIMITED BY SPACE
                    " nao disponivel (status "
                    WS-FS-RELATORIO-ORIGEM ")"
                    DELIMITED BY SIZE
                    INTO WS-ORIGEM-SECAO (WS-SECAO-ORIGEM + 1)
                END-STRING
            ELSE
                MOVE "S" TO WS-PRIMEIRA-LINHA
                MOVE "N" TO WS-FIM-ORIGEM
                PERFORM UNTIL WS-FIM-ORIGEM = "S"
                    READ RELATORIO-ORIGEM
                        AT END
                            MOVE "S" TO WS-FIM-ORIGEM
                        NOT AT END
                            PERFORM TRATAR-LINHA-ORIGEM
                    END-READ
                END-PERFORM
                CLOSE RELATORIO-ORIGEM
            END-IF.

       TRATAR-LINHA-ORIGEM.
            IF WS-PRIMEIRA-LINHA = "S"
                MOVE "N" TO WS-PRIMEIRA-LINHA
                MOVE SPACES TO WS-ORIGEM-SECAO (WS-SECAO-ORIGEM + 1)
                STRING "  Origem: " LINHA-ORIGEM
                    DELIMITED BY SIZE
                    INTO WS-ORIGEM-SECAO (WS-SECAO-ORIGEM + 1)
                END-STRING
            ELSE
                IF WS-SECAO-ORIGEM = 4
                        AND LINHA-ORIGEM (1:10) = "--- Aviso "
                    MOVE LINHA-ORIGEM TO WS-AVISO-CORRENTE
                    MOVE ZERO TO WS-QTDE-AVISO-DESTINOS
                ELSE
                    MOVE LINHA-ORIGEM (WS-COLUNA-ID:8)
                        TO WS-ID-PROCURADO
                    IF WS-ID-PROCURADO NOT = SPACES
                        PERFORM LOCALIZAR-OPERADOR
                        IF WS-ENCONTRADO = "S"
                            MOVE WS-OP-DESTINO (WS-OP-IDX)
                                TO WS-DESTINO-LINHA
                            IF WS-SECAO-ORIGEM = 4
                                PERFORM LIBERAR-CABECALHO-AVISO
                            END-IF
                            MOVE LINHA-ORIGEM TO SR-LINHA
                            PERFORM LIBERAR-LINHA
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> O cabecalho do aviso corrente vai uma vez so para cada
      *> pacote, logo antes da primeira pendencia daquele aviso.
       LIBERAR-CABECALHO-AVISO.
            MOVE "N" TO WS-AVISO-JA-ENVIADO.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-QTDE-AVISO-DESTINOS
                IF WS-AVISO-DESTINO (WS-K) = WS-DESTINO-LINHA
                    MOVE "S" TO WS-AVISO-JA-ENVIADO
                END-IF
            END-PERFORM.
            IF WS-AVISO-JA-ENVIADO = "N"
                    AND WS-QTDE-AVISO-DESTINOS < 500
                ADD 1 TO WS-QTDE-AVISO-DESTINOS
                MOVE WS-DESTINO-LINHA
                    TO WS-AVISO-DESTINO (WS-QTDE-AVISO-DESTINOS)
                MOVE WS-AVISO-CORRENTE TO SR-LINHA
                PERFORM LIBERAR-LINHA
            END-IF.

      *> Rejeicoes que continuam no REJECTS.DAT sao as pendentes (o
      *> rejWork tira do arquivo as corrigidas). ID digitado que nao
      *> e operador do cadastro vai para o pacote geral.
       LER-REJEICOES-PENDENTES.
            MOVE "  Origem: data/REJECTS.DAT (pendentes de correcao)"
                TO WS-ORIGEM-SECAO (4).
            OPEN INPUT REJECTS.
            IF WS-FS-REJECTS NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir REJECTS.DAT "
                    "(status " WS-FS-REJECTS ") -- secao sai vazia "
                    "nos pacotes."
                MOVE SPACES TO WS-ORIGEM-SECAO (4)
                STRING "  Origem: data/REJECTS.DAT nao disponivel "
                    "(status " WS-FS-REJECTS ")"
                    DELIMITED BY SIZE INTO WS-ORIGEM-SECAO (4)
                END-STRING
            ELSE
                MOVE 3 TO WS-SECAO-ORIGEM
                MOVE "N" TO WS-FIM-ORIGEM
                PERFORM UNTIL WS-FIM-ORIGEM = "S"
                    READ REJECTS
                        AT END
                            MOVE "S" TO WS-FIM-ORIGEM
                        NOT AT END
                            PERFORM TRATAR-REJEICAO-PENDENTE
                    END-READ
                END-PERFORM
                CLOSE REJECTS
            END-IF.

       TRATAR-REJEICAO-PENDENTE.
            MOVE WS-DESTINO-GERAL TO WS-DESTINO-LINHA.
            IF RJ-ID-DIGITADO (9:22) = SPACES
                MOVE RJ-ID-DIGITADO (1:8) TO WS-ID-PROCURADO
                PERFORM LOCALIZAR-OPERADOR
                IF WS-ENCONTRADO = "S"
                    MOVE WS-OP-DESTINO (WS-OP-IDX) TO WS-DESTINO-LINHA
                END-IF
            END-IF.
            MOVE SPACES TO SR-LINHA.
            STRING "  " RJ-ID-DIGITADO (1:20) " "
                RJ-DATA " " RJ-HORA " "
                RJ-TIPO-TRANSACAO " " RJ-SITE " "
                RJ-MOTIVO "  IDADE: " RJ-IDADE
                DELIMITED BY SIZE INTO SR-LINHA
            END-STRING.
            PERFORM LIBERAR-LINHA.

       LIBERAR-LINHA.
            MOVE WS-DESTINO-LINHA TO SR-DESTINO.
            MOVE WS-SECAO-ORIGEM TO SR-SECAO.
            ADD 1 TO WS-SEQUENCIA.
            MOVE WS-SEQUENCIA TO SR-SEQUENCIA.
            RELEASE SORT-REGISTRO.

      *> Procedimento de saida do SORT: as linhas voltam agrupadas
      *> por destino e secao; cada quebra de destino fecha um pacote
      *> e abre o seguinte.
       GERAR-PACOTES.
            MOVE SPACES TO WS-DESTINO-CORRENTE.
            MOVE "N" TO WS-PACOTE-ABERTO.
            MOVE "N" TO WS-FIM-CLASSIFICADO.

            PERFORM UNTIL WS-FIM-CLASSIFICADO = "S"
                RETURN SORT-WORK
                    AT END
                        MOVE "S" TO WS-FIM-CLASSIFICADO
                    NOT AT END
                        IF SR-DESTINO NOT = WS-DESTINO-CORRENTE
                            PERFORM FECHAR-PACOTE
                            MOVE SR-DESTINO TO WS-DESTINO-CORRENTE
                            PERFORM ABRIR-PACOTE
                        END-IF
                        PERFORM GRAVAR-LINHA-PACOTE
                END-RETURN
            END-PERFORM.
            PERFORM FECHAR-PACOTE.

            IF WS-PACOTE-GERAL-GRAVADO = "N"
                MOVE WS-DESTINO-GERAL TO WS-DESTINO-CORRENTE
                PERFORM ABRIR-PACOTE
                PERFORM FECHAR-PACOTE
            END-IF.

       ABRIR-PACOTE.
            MOVE SPACES TO WS-NOME-PACOTE.
            IF WS-DESTINO-CORRENTE = WS-DESTINO-GERAL
                MOVE "data/PACOTE-GERAL.DAT" TO WS-NOME-PACOTE
                MOVE "S" TO WS-PACOTE-GERAL-GRAVADO
            ELSE
                STRING "data/PACOTE-" WS-DESTINO-CORRENTE
                    DELIMITED BY SPACE
                    ".DAT" DELIMITED BY SIZE
                    INTO WS-NOME-PACOTE
                END-STRING
            END-IF.
            SET ENVIRONMENT "DD_PACOTE" TO WS-NOME-PACOTE.
            OPEN OUTPUT PACOTE-FILE.
            MOVE "S" TO WS-PACOTE-ABERTO.
            ADD 1 TO WS-TOTAL-PACOTES.
            MOVE ZERO TO WS-OCORRENCIAS-PACOTE.
            MOVE ZERO TO WS-LINHAS-SECAO.
            MOVE ZERO TO WS-SECAO-CORRENTE.
            MOVE "N" TO WS-PACOTE-FINALIZANDO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "PACOTE DIARIO DE EXCECOES"
                "  Data: " WS-DATA-ATUAL
                "  Hora: " WS-HORA-ATUAL
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            IF WS-DESTINO-CORRENTE = WS-DESTINO-GERAL
                STRING "Destino: GERENCIA DE OPERACOES (operadores "
                    "sem supervisor ativo e IDs fora do cadastro)"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            ELSE
                MOVE WS-DESTINO-CORRENTE TO WS-ID-PROCURADO
                PERFORM LOCALIZAR-OPERADOR
                STRING "Supervisor: " WS-DESTINO-CORRENTE "  "
                    WS-OP-NOME (WS-OP-IDX)
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            END-IF.
            WRITE LINHA-RELATORIO.
            PERFORM IMPRIMIR-TITULO-SECAO.

      *> Imprime o titulo da secao corrente (0 a 5) com a linha de
      *> origem logo abaixo.
       IMPRIMIR-TITULO-SECAO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "=== " WS-TITULO-SECAO (WS-SECAO-CORRENTE + 1)
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            IF WS-ORIGEM-SECAO (WS-SECAO-CORRENTE + 1) NOT = SPACES
                MOVE WS-ORIGEM-SECAO (WS-SECAO-CORRENTE + 1)
                    TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.
            MOVE ZERO TO WS-LINHAS-SECAO.

      *> Avanca ate a secao alvo, fechando as secoes vazias no meio
      *> do caminho com "Nenhuma ocorrencia" -- o supervisor ve as
      *> cinco secoes todo dia, com ou sem pendencia.
       AVANCAR-SECAO.
            PERFORM UNTIL WS-SECAO-CORRENTE >= WS-SECAO-ALVO
                IF WS-LINHAS-SECAO = ZERO
                    MOVE "  Nenhuma ocorrencia." TO LINHA-RELATORIO
                    WRITE LINHA-RELATORIO
                END-IF
                ADD 1 TO WS-SECAO-CORRENTE
                IF WS-PACOTE-FINALIZANDO = "N"
                        OR WS-SECAO-CORRENTE < WS-SECAO-ALVO
                    PERFORM IMPRIMIR-TITULO-SECAO
                END-IF
            END-PERFORM.

       GRAVAR-LINHA-PACOTE.
            MOVE SR-SECAO TO WS-SECAO-ALVO.
            PERFORM AVANCAR-SECAO.
            MOVE SR-LINHA TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            ADD 1 TO WS-LINHAS-SECAO.
            IF SR-SECAO > 0
                    AND SR-LINHA (1:10) NOT = "--- Aviso "
                ADD 1 TO WS-OCORRENCIAS-PACOTE
                ADD 1 TO WS-TOTAL-OCORRENCIAS
            END-IF.

      *> Fecha o pacote aberto: completa as secoes que faltam (a
      *> secao 6 nao existe -- serve so de alvo final) e grava o
      *> rodape.
       FECHAR-PACOTE.
            IF WS-PACOTE-ABERTO = "S"
                MOVE "S" TO WS-PACOTE-FINALIZANDO
                MOVE 6 TO WS-SECAO-ALVO
                PERFORM AVANCAR-SECAO
                MOVE SPACES TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE SPACES TO LINHA-RELATORIO
                STRING "TOTAL DE OCORRENCIAS: " WS-OCORRENCIAS-PACOTE
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
                WRITE LINHA-RELATORIO
                CLOSE PACOTE-FILE
                MOVE "N" TO WS-PACOTE-ABERTO
                DISPLAY "Pacote gravado em " WS-NOME-PACOTE
                    " -- ocorrencias: " WS-OCORRENCIAS-PACOTE
            END-IF.
