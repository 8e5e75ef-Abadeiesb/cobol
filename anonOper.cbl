       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonOper.
       AUTHOR. Franc-Abade.

      *> Expurgo anual de dados pessoais de operadores desligados ha
      *> mais tempo que o prazo de retencao. O nome de quem saiu da
      *> empresa continua no OPERMAST.DAT, no jornal OPERJRNL.DAT,
      *> em todas as geracoes OPERBKP-*.DAT e nas pendentes do
      *> OPERPEND.DAT muito depois de o prazo acabar. Este job troca
      *> esse nome por um marcador neutro nesses arquivos e mantem o
      *> ID: os arquivos de retencao AUDITARCH-AAAAMM, o log e os
      *> relatorios so carregam o ID, e continuam ligados ao mesmo
      *> operador do cadastro.
      *>
      *> Desligado e o operador inativo ou com a data de expiracao
      *> ja passada -- o desligamento do RH com expiracao futura so
      *> expira o operador, que fica ativo ate a data chegar.
      *> Elegivel: operador desligado, sem pendente em aberto, cuja
      *> data de referencia -- a mais recente entre a ultima
      *> alteracao no jornal e a data de expiracao ja passada -- e
      *> anterior a hoje menos o prazo de retencao em anos. Operador
      *> inativo sem jornal e com expiracao futura nao tem data de
      *> desligamento conhecida e nao entra.
      *>
      *> Duas rodadas:
      *>   - listagem (padrao, passo de fim de ano da cadeia): grava
      *>     data/RELANON.DAT com os elegiveis e o espaco para a
      *>     aprovacao do encarregado de dados (DPO), e a proposta
      *>     data/ANONPROP.DAT (ANONPROP.cpy). Nada e alterado.
      *>   - APLICAR: depois da aprovacao, anonimiza so os IDs da
      *>     proposta que continuam elegiveis (com a retencao da
      *>     listagem), esvazia a proposta e a listagem -- que tem
      *>     os nomes -- e grava o certificado
      *>     data/CERTANON-AAAAMMDD.DAT -- sem nomes -- com o que foi
      *>     alterado em cada arquivo e o bloco de visto.
      *> O cadastro regravado passa pela geracao de backup de
      *> sempre; o operador anonimizado fica inativo ("I"), e o
      *> jornal ganha o registro "STATUS" dessa mudanca e um
      *> "ANONIMIZACAO" por operador com a referencia da aprovacao.
      *> O ID anonimizado fica bloqueado para reuso no operMant, no
      *> hrFeed e no ativPend.
      *>
      *> PARM: "[<anos>]" para a listagem (padrao 5 anos) ou
      *> "APLICAR <referencia-da-aprovacao>".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LOCAL-PC.
       OBJECT-COMPUTER. LOCAL-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-MASTER.

           SELECT OPER-JOURNAL ASSIGN TO "data/OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER-JOURNAL.

      *> Copia de trabalho do jornal: o jornal anonimizado e gravado
      *> aqui e depois copiado de volta por cima do original.
           SELECT JOURNAL-WORK ASSIGN TO "data/OPERJRNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL-WORK.

      *> Cada geracao de backup: o nome fisico e trocado via
      *> DD_OPERBKP antes de cada OPEN, como no restOper.
           SELECT OPERADOR-BACKUP ASSIGN TO "OPERBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR-BACKUP.

      *> Relacao das geracoes existentes, montada pelo sistema (ver
      *> ANONIMIZAR-GERACOES).
           SELECT BACKUP-LIST ASSIGN TO "data/OPERBKP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP-LIST.

           SELECT PENDING-FILE ASSIGN TO "data/OPERPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING-FILE.

           SELECT PROPOSAL-FILE ASSIGN TO "data/ANONPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROPOSAL-FILE.

      *> Listagem ou certificado: nome fisico via DD_RELFILE.
           SELECT REPORT-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERADOR.

       FD  OPER-JOURNAL.
           COPY OPERJRNL.

       FD  JOURNAL-WORK.
       01  JOURNAL-WORK-REGISTRO    PIC X(102).

       FD  OPERADOR-BACKUP.
       01  OPERADOR-BACKUP-REGISTRO PIC X(79).

       FD  BACKUP-LIST.
       01  BACKUP-LIST-REGISTRO     PIC X(60).

       FD  PENDING-FILE.
           COPY OPERPEND.

       FD  PROPOSAL-FILE.
           COPY ANONPROP.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-OPER-JOURNAL   PIC XX   VALUE "00".
       01  WS-FS-JOURNAL-WORK   PIC XX   VALUE "00".
       01  WS-FS-OPERADOR-BACKUP PIC XX  VALUE "00".
       01  WS-FS-BACKUP-LIST    PIC XX   VALUE "00".
       01  WS-FS-PENDING-FILE   PIC XX   VALUE "00".
       01  WS-FS-PROPOSAL-FILE  PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".
       01  WS-NOME-PROGRAMA     PIC X(8) VALUE "ANONOPER".
       01  WS-NOME-BACKUP       PIC X(60) VALUE SPACES.
       01  WS-NOME-RELATORIO    PIC X(40) VALUE SPACES.
       01  WS-DATA-HORA-JORNAL  PIC X(21) VALUE SPACES.
       01  WS-FIM-ARQUIVO       PIC X    VALUE "N".

      *> Marcador gravado no lugar do nome. O operMant, o hrFeed e o
      *> ativPend reconhecem o ID anonimizado por ele.
       01  WS-NOME-ANONIMIZADO  PIC X(30) VALUE "*ANONIMIZADO*".

      *> A listagem das geracoes vem do proprio sistema, pelo mesmo
      *> CALL "SYSTEM" com que o jobChain dispara os passos: o
      *> programa nao tem como varrer um diretorio.
       01  WS-COMANDO-LISTA     PIC X(80) VALUE
           "ls data/OPERBKP-*.DAT > data/OPERBKP.LST 2>/dev/null".

       01  WS-PARAMETRO-EXECUCAO PIC X(40) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(20) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(10) VALUE SPACES.
       01  WS-MODO-APLICAR      PIC X     VALUE "N".
       01  WS-REFERENCIA-APROVACAO PIC X(20) VALUE SPACES.
       01  WS-ANOS-RETENCAO     PIC 9(2)  VALUE 5.
       01  WS-QTDE-DIGITOS      PIC 9(2)  VALUE ZERO.
       01  WS-TI                PIC 9(2)  VALUE ZERO.
       01  WS-TOKEN-VALIDO      PIC X     VALUE "S".

       01  WS-DATA-HORA-ATUAL   PIC X(21) VALUE SPACES.
       01  WS-DATA-ATUAL        PIC 9(8)  VALUE ZERO.
       01  WS-DATA-CORTE        PIC 9(8)  VALUE ZERO.
       01  WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE.
           05  WS-CORTE-AAAA        PIC 9(4).
           05  WS-CORTE-MMDD        PIC 9(4).
       01  WS-DATA-LISTAGEM     PIC 9(8)  VALUE ZERO.

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

      *> Situacao de cada operador no expurgo, na mesma posicao da
      *> tabela de operadores: ultima data no jornal, data de
      *> referencia, se ha pendente em aberto, se e elegivel, se vai
      *> ser anonimizado nesta rodada e o que foi alterado.
       01  WS-TABELA-EXPURGO.
           05  WS-EXPURGO-ITEM OCCURS 500 TIMES.
               10  WS-EX-ULTIMO-JORNAL  PIC 9(8).
               10  WS-EX-REFERENCIA     PIC 9(8).
               10  WS-EX-PENDENTE-ABERTA PIC X(1).
               10  WS-EX-ELEGIVEL       PIC X(1).
               10  WS-EX-MARCADO        PIC X(1).
               10  WS-EX-STATUS-ANTERIOR PIC X(1).
               10  WS-EX-MOTIVO         PIC X(30).
               10  WS-EX-QT-JORNAL      PIC 9(6).
               10  WS-EX-QT-GERACOES    PIC 9(4).
               10  WS-EX-QT-PENDENTES   PIC 9(4).

      *> Proposta aprovada (ANONPROP.DAT), para a rodada APLICAR.
       01  WS-TABELA-PROPOSTA.
           05  WS-QTDE-PROPOSTA    PIC 9(4) VALUE ZERO.
           05  WS-PROPOSTA-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-PROPOSTA.
               10  WS-PR-OP-ID         PIC X(8).
               10  WS-PR-REFERENCIA    PIC 9(8).
               10  WS-PR-POSICAO       PIC 9(4).

      *> Uma geracao de backup inteira em memoria; so o ID e o nome
      *> interessam, o resto do registro volta como estava.
       01  WS-TABELA-GERACAO.
           05  WS-QTDE-GERACAO     PIC 9(4) VALUE ZERO.
           05  WS-GERACAO-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QTDE-GERACAO.
               10  WS-GE-ID            PIC X(8).
               10  WS-GE-NOME          PIC X(30).
               10  WS-GE-RESTO         PIC X(41).
       01  WS-GERACAO-ALTERADA  PIC X     VALUE "N".
       01  WS-GERACAO-CHEIA     PIC X     VALUE "N".

      *> Pendentes inteiras em memoria, mesmo layout do OPERPEND.cpy.
       01  WS-TABELA-PENDENTES.
           05  WS-QTDE-PENDENTES   PIC 9(4) VALUE ZERO.
           05  WS-PENDENTE-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QTDE-PENDENTES.
               10  WS-PD-NUMERO        PIC 9(6).
               10  WS-PD-DATA-VIGENCIA PIC 9(8).
               10  WS-PD-ACAO          PIC X(1).
               10  WS-PD-OP-ID         PIC X(8).
               10  WS-PD-NOME          PIC X(30).
               10  WS-PD-RESTO         PIC X(103).
       01  WS-PENDENTES-ALTERADAS PIC X  VALUE "N".
       01  WS-PENDENTES-TRUNCADA PIC X   VALUE "N".

       01  WS-I                 PIC 9(4)  VALUE ZERO.
       01  WS-G                 PIC 9(4)  VALUE ZERO.
       01  WS-P                 PIC 9(4)  VALUE ZERO.
       01  WS-R                 PIC 9(4)  VALUE ZERO.
       01  WS-ENCONTRADO        PIC X     VALUE "N".
       01  WS-ID-PROCURADO      PIC X(8)  VALUE SPACES.
       01  WS-POSICAO           PIC 9(4)  VALUE ZERO.
       01  WS-REGISTRO-ALTERADO PIC X     VALUE "N".
       01  WS-SITUACAO-LINHA    PIC X(40) VALUE SPACES.

       01  WS-TOTAL-ELEGIVEIS   PIC 9(4)  VALUE ZERO.
       01  WS-TOTAL-COM-PENDENTE PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-SEM-DATA    PIC 9(4)  VALUE ZERO.
       01  WS-TOTAL-MARCADOS    PIC 9(4)  VALUE ZERO.
       01  WS-TOTAL-NAO-APLICADOS PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-JORNAL      PIC 9(6)  VALUE ZERO.
       01  WS-TOTAL-GERACOES    PIC 9(4)  VALUE ZERO.
       01  WS-TOTAL-GERACOES-ALT PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-GERACOES-ERRO PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-JORNAL-ERRO PIC 9(4)  VALUE ZERO.
       01  WS-TOTAL-PENDENTES   PIC 9(4)  VALUE ZERO.
       01  WS-TOTAL-PENDENTES-ERRO PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL-PARAGRAFO.
            PERFORM INTERPRETAR-PARAMETROS.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
            MOVE WS-DATA-HORA-ATUAL (1:8) TO WS-DATA-ATUAL.

      *> Sem o cadastro nao ha o que avaliar -- e regravar a partir
      *> de uma tabela vazia apagaria o arquivo mestre.
            PERFORM CARREGAR-TABELA-OPERADORES.
            IF WS-QTDE-OPERADORES = ZERO
                DISPLAY "ERRO: cadastro de operadores vazio ou "
                    "inacessivel -- expurgo nao executado."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 500
                MOVE ZERO TO WS-EX-ULTIMO-JORNAL (WS-I)
                    WS-EX-REFERENCIA (WS-I)
                    WS-EX-QT-JORNAL (WS-I)
                    WS-EX-QT-GERACOES (WS-I)
                    WS-EX-QT-PENDENTES (WS-I)
                MOVE "N" TO WS-EX-PENDENTE-ABERTA (WS-I)
                    WS-EX-ELEGIVEL (WS-I)
                    WS-EX-MARCADO (WS-I)
                MOVE SPACES TO WS-EX-MOTIVO (WS-I)
            END-PERFORM.

            IF WS-MODO-APLICAR = "S"
                PERFORM CARREGAR-PROPOSTA
            END-IF.
            PERFORM CALCULAR-DATA-CORTE.
            PERFORM VARRER-JORNAL.
            PERFORM CARREGAR-TABELA-PENDENTES.
            PERFORM AVALIAR-OPERADORES.

            IF WS-MODO-APLICAR = "N"
                PERFORM GRAVAR-LISTAGEM
                PERFORM GRAVAR-PROPOSTA
                DISPLAY "Listagem concluida. Elegiveis: "
                    WS-TOTAL-ELEGIVEIS "  (retencao "
                    WS-ANOS-RETENCAO " anos, desligados antes de "
                    WS-DATA-CORTE ")."
                DISPLAY "Listagem para aprovacao do DPO em "
                    "data/RELANON.DAT; nada foi alterado."
                STOP RUN
            END-IF.

            PERFORM CONFRONTAR-PROPOSTA.
            IF WS-TOTAL-MARCADOS > 0
                PERFORM ANONIMIZAR-CADASTRO
                PERFORM ANONIMIZAR-JORNAL
                PERFORM ANONIMIZAR-GERACOES
                PERFORM ANONIMIZAR-PENDENTES
            END-IF.
            PERFORM ENCERRAR-PROPOSTA.
            PERFORM LIMPAR-LISTAGEM.
            PERFORM GRAVAR-CERTIFICADO.

            DISPLAY "Expurgo concluido. Anonimizados: "
                WS-TOTAL-MARCADOS "  Nao aplicados: "
                WS-TOTAL-NAO-APLICADOS.
            DISPLAY "Certificado gravado em " WS-NOME-RELATORIO.
            IF WS-TOTAL-GERACOES-ERRO > 0
                DISPLAY "ATENCAO: " WS-TOTAL-GERACOES-ERRO
                    " geracao(oes) de backup nao puderam ser "
                    "tratadas -- ver o certificado."
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF WS-TOTAL-JORNAL-ERRO > 0
                DISPLAY "ATENCAO: o jornal de alteracoes nao pode ser "
                    "anonimizado -- ver o certificado."
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF WS-TOTAL-PENDENTES-ERRO > 0
                DISPLAY "ATENCAO: o arquivo de pendentes nao pode ser "
                    "anonimizado -- ver o certificado."
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *> PARM "[<anos>]" ou "APLICAR <referencia>", separado por
      *> espacos; pedaco invalido aborta com mensagem, como no
      *> dormRev.
       INTERPRETAR-PARAMETROS.
            ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE.
            UNSTRING WS-PARAMETRO-EXECUCAO
                DELIMITED BY ALL SPACE
                INTO WS-PARM-TOKEN-1
                     WS-PARM-TOKEN-2
                     WS-PARM-TOKEN-3
            END-UNSTRING.

            EVALUATE TRUE
                WHEN WS-PARM-TOKEN-1 = "APLICAR"
                    IF WS-PARM-TOKEN-2 = SPACES
                            OR WS-PARM-TOKEN-3 NOT = SPACES
                        PERFORM ABORTAR-PARM-INVALIDO
                    END-IF
                    MOVE "S" TO WS-MODO-APLICAR
                    MOVE WS-PARM-TOKEN-2 TO WS-REFERENCIA-APROVACAO
                WHEN WS-PARM-TOKEN-1 = SPACES
                    CONTINUE
                WHEN OTHER
                    IF WS-PARM-TOKEN-2 NOT = SPACES
                        PERFORM ABORTAR-PARM-INVALIDO
                    END-IF
                    PERFORM CONVERTER-TOKEN-ANOS
                    IF WS-TOKEN-VALIDO = "N"
                        PERFORM ABORTAR-PARM-INVALIDO
                    END-IF
            END-EVALUATE.

      *> Anos de retencao: um ou dois digitos, de 1 a 99.
       CONVERTER-TOKEN-ANOS.
            MOVE "S" TO WS-TOKEN-VALIDO.
            MOVE ZERO TO WS-QTDE-DIGITOS.
            PERFORM VARYING WS-TI FROM 1 BY 1 UNTIL WS-TI > 10
                IF WS-PARM-TOKEN-1 (WS-TI:1) NOT = SPACE
                    IF WS-PARM-TOKEN-1 (WS-TI:1) >= "0"
                            AND WS-PARM-TOKEN-1 (WS-TI:1) <= "9"
                        ADD 1 TO WS-QTDE-DIGITOS
                    ELSE
                        MOVE "N" TO WS-TOKEN-VALIDO
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-QTDE-DIGITOS = ZERO OR WS-QTDE-DIGITOS > 2
                MOVE "N" TO WS-TOKEN-VALIDO
            END-IF.
            IF WS-TOKEN-VALIDO = "S"
                COMPUTE WS-ANOS-RETENCAO =
                    FUNCTION NUMVAL (WS-PARM-TOKEN-1)
                IF WS-ANOS-RETENCAO = ZERO
                    MOVE "N" TO WS-TOKEN-VALIDO
                END-IF
            END-IF.

       ABORTAR-PARM-INVALIDO.
            DISPLAY "ERRO: PARM invalido: " WS-PARAMETRO-EXECUCAO.
            DISPLAY "Uso: anonOper [<anos-retencao>]  (listagem; "
                "padrao 5 anos)".
            DISPLAY "     anonOper APLICAR <referencia-da-aprovacao>".
            DISPLAY "Expurgo abortado -- nenhum arquivo foi lido "
                "nem alterado.".
            MOVE 8 TO RETURN-CODE.
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

       LOCALIZAR-OPERADOR.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE ZERO TO WS-POSICAO.
            SET WS-OP-IDX TO 1.
            SEARCH ALL WS-OPERADOR-ITEM
                WHEN WS-OP-ID (WS-OP-IDX) = WS-ID-PROCURADO
                    MOVE "S" TO WS-ENCONTRADO
                    SET WS-POSICAO TO WS-OP-IDX
            END-SEARCH.

      *> A rodada APLICAR usa a retencao com que a listagem foi
      *> aprovada, nao uma nova. Sem proposta nao ha o que aplicar.
       CARREGAR-PROPOSTA.
            MOVE ZERO TO WS-QTDE-PROPOSTA.
            OPEN INPUT PROPOSAL-FILE.
            IF WS-FS-PROPOSAL-FILE = "00"
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ PROPOSAL-FILE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF WS-QTDE-PROPOSTA < 500
                                ADD 1 TO WS-QTDE-PROPOSTA
                                MOVE AP-OP-ID TO
                                    WS-PR-OP-ID (WS-QTDE-PROPOSTA)
                                MOVE AP-DATA-REFERENCIA TO
                                    WS-PR-REFERENCIA
                                        (WS-QTDE-PROPOSTA)
                                MOVE AP-ANOS-RETENCAO
                                    TO WS-ANOS-RETENCAO
                                MOVE AP-DATA-LISTAGEM
                                    TO WS-DATA-LISTAGEM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PROPOSAL-FILE
            END-IF.
            IF WS-QTDE-PROPOSTA = ZERO
                DISPLAY "ERRO: nenhuma listagem aprovada a aplicar "
                    "(data/ANONPROP.DAT vazio ou ausente)."
                DISPLAY "Rode o anonOper sem APLICAR e submeta a "
                    "listagem ao DPO antes."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> Hoje menos os anos de retencao, no mesmo dia do ano (29/02
      *> vira 28/02).
       CALCULAR-DATA-CORTE.
            MOVE WS-DATA-ATUAL TO WS-DATA-CORTE.
            SUBTRACT WS-ANOS-RETENCAO FROM WS-CORTE-AAAA.
            IF WS-CORTE-MMDD = 0229
                MOVE 0228 TO WS-CORTE-MMDD
            END-IF.

      *> Ultima data em que o jornal registrou qualquer alteracao de
      *> cada operador -- o desligamento e a ultima, salvo correcao
      *> posterior, que tambem reinicia a contagem.
       VARRER-JORNAL.
            OPEN INPUT OPER-JOURNAL.
            IF WS-FS-OPER-JOURNAL = "00"
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ OPER-JOURNAL
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            MOVE JR-OP-ID TO WS-ID-PROCURADO
                            PERFORM LOCALIZAR-OPERADOR
                            IF WS-ENCONTRADO = "S"
                                    AND JR-DATA > WS-EX-ULTIMO-JORNAL
                                        (WS-POSICAO)
                                MOVE JR-DATA TO WS-EX-ULTIMO-JORNAL
                                    (WS-POSICAO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPER-JOURNAL
            END-IF.

      *> O arquivo e lido ate o fim mesmo com a tabela cheia, para
      *> nenhuma pendente em aberto escapar da elegibilidade; so a
      *> regravacao (ANONIMIZAR-PENDENTES) deixa de ser feita.
       CARREGAR-TABELA-PENDENTES.
            MOVE ZERO TO WS-QTDE-PENDENTES.
            MOVE "N" TO WS-PENDENTES-TRUNCADA.
            OPEN INPUT PENDING-FILE.
            IF WS-FS-PENDING-FILE = "00"
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ PENDING-FILE
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF WS-QTDE-PENDENTES < 2000
                                ADD 1 TO WS-QTDE-PENDENTES
                                MOVE PENDENTE-REGISTRO TO
                                    WS-PENDENTE-ITEM
                                        (WS-QTDE-PENDENTES)
                            ELSE
                                MOVE "S" TO WS-PENDENTES-TRUNCADA
                            END-IF
                            IF PD-SITUACAO-PENDENTE
                                MOVE PD-OP-ID TO WS-ID-PROCURADO
                                PERFORM LOCALIZAR-OPERADOR
                                IF WS-ENCONTRADO = "S"
                                    MOVE "S" TO WS-EX-PENDENTE-ABERTA
                                        (WS-POSICAO)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDING-FILE
            END-IF.

       AVALIAR-OPERADORES.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                MOVE WS-EX-ULTIMO-JORNAL (WS-I)
                    TO WS-EX-REFERENCIA (WS-I)
                IF WS-OP-DATA-EXPIRACAO (WS-I) <= WS-DATA-ATUAL
                        AND WS-OP-DATA-EXPIRACAO (WS-I)
                            > WS-EX-REFERENCIA (WS-I)
                    MOVE WS-OP-DATA-EXPIRACAO (WS-I)
                        TO WS-EX-REFERENCIA (WS-I)
                END-IF
                EVALUATE TRUE
                    WHEN WS-OP-NOME (WS-I) = WS-NOME-ANONIMIZADO
                        MOVE "JA ANONIMIZADO" TO WS-EX-MOTIVO (WS-I)
                    WHEN WS-OP-STATUS (WS-I) NOT = "I"
                            AND WS-OP-DATA-EXPIRACAO (WS-I)
                                >= WS-DATA-ATUAL
                        MOVE "OPERADOR ATIVO" TO WS-EX-MOTIVO (WS-I)
                    WHEN WS-EX-PENDENTE-ABERTA (WS-I) = "S"
                        MOVE "PENDENTE EM ABERTO"
                            TO WS-EX-MOTIVO (WS-I)
                        IF WS-EX-REFERENCIA (WS-I) NOT = ZERO
                                AND WS-EX-REFERENCIA (WS-I)
                                    < WS-DATA-CORTE
                            ADD 1 TO WS-TOTAL-COM-PENDENTE
                        END-IF
                    WHEN WS-EX-REFERENCIA (WS-I) = ZERO
                        MOVE "SEM DATA DE DESLIGAMENTO"
                            TO WS-EX-MOTIVO (WS-I)
                        ADD 1 TO WS-TOTAL-SEM-DATA
                    WHEN WS-EX-REFERENCIA (WS-I) >= WS-DATA-CORTE
                        MOVE "DENTRO DO PRAZO DE RETENCAO"
                            TO WS-EX-MOTIVO (WS-I)
                    WHEN OTHER
                        MOVE "S" TO WS-EX-ELEGIVEL (WS-I)
                        ADD 1 TO WS-TOTAL-ELEGIVEIS
                END-EVALUATE
            END-PERFORM.

      *> Listagem para o DPO: aqui o nome ainda aparece, para a
      *> conferencia de quem vai ser anonimizado.
       GRAVAR-LISTAGEM.
            MOVE "data/RELANON.DAT" TO WS-NOME-RELATORIO.
            SET ENVIRONMENT "DD_RELFILE" TO WS-NOME-RELATORIO.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "LISTAGEM DE OPERADORES PARA ANONIMIZACAO DE "
                "DADOS PESSOAIS  Data: " WS-DATA-ATUAL
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Prazo de retencao: " WS-ANOS-RETENCAO
                " anos -- operadores inativos ou com vigencia "
                "encerrada, desligados antes de " WS-DATA-CORTE
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "ID OPER. NOME                           "
                "DEPTO      SITE EXPIRACAO ULT.JORNAL DESLIGAMENTO"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                IF WS-EX-ELEGIVEL (WS-I) = "S"
                    MOVE SPACES TO LINHA-RELATORIO
                    STRING WS-OP-ID (WS-I) " "
                        WS-OP-NOME (WS-I) " "
                        WS-OP-DEPARTAMENTO (WS-I) " "
                        WS-OP-SITE (WS-I) " "
                        WS-OP-DATA-EXPIRACAO (WS-I) "  "
                        WS-EX-ULTIMO-JORNAL (WS-I) "   "
                        WS-EX-REFERENCIA (WS-I)
                        DELIMITED BY SIZE INTO LINHA-RELATORIO
                    END-STRING
                    WRITE LINHA-RELATORIO
                END-IF
            END-PERFORM.
            IF WS-TOTAL-ELEGIVEIS = ZERO
                MOVE "  Nenhum operador alem do prazo de retencao."
                    TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "ELEGIVEIS: " WS-TOTAL-ELEGIVEIS
                "  FORA DA LISTA POR PENDENTE EM ABERTO: "
                WS-TOTAL-COM-PENDENTE
                "  INATIVOS SEM DATA DE DESLIGAMENTO: "
                WS-TOTAL-SEM-DATA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            IF WS-TOTAL-ELEGIVEIS > 0
                MOVE SPACES TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE SPACES TO LINHA-RELATORIO
                STRING "Aprovacao do encarregado de dados (DPO) "
                    "para anonimizar os operadores acima:"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
                WRITE LINHA-RELATORIO
                MOVE SPACES TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE SPACES TO LINHA-RELATORIO
                STRING "Nome: ______________________________  "
                    "Assinatura: ____________________  "
                    "Data: ___/___/______"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
                WRITE LINHA-RELATORIO
                MOVE SPACES TO LINHA-RELATORIO
                STRING "Referencia da aprovacao (PARM do APLICAR): "
                    "____________________"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
                WRITE LINHA-RELATORIO
            END-IF.
            CLOSE REPORT-FILE.

      *> A proposta e regravada a cada listagem: a aprovacao vale
      *> para a ultima listagem entregue ao DPO.
       GRAVAR-PROPOSTA.
            OPEN OUTPUT PROPOSAL-FILE.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                IF WS-EX-ELEGIVEL (WS-I) = "S"
                    MOVE WS-DATA-ATUAL TO AP-DATA-LISTAGEM
                    MOVE WS-ANOS-RETENCAO TO AP-ANOS-RETENCAO
                    MOVE WS-OP-ID (WS-I) TO AP-OP-ID
                    MOVE WS-EX-REFERENCIA (WS-I) TO AP-DATA-REFERENCIA
                    WRITE ANON-PROPOSTA-REGISTRO
                END-IF
            END-PERFORM.
            CLOSE PROPOSAL-FILE.

      *> So entra quem foi aprovado na listagem e continua elegivel
      *> hoje; quem mudou desde entao fica no certificado com o
      *> motivo e volta na proxima listagem, se for o caso.
       CONFRONTAR-PROPOSTA.
            PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R > WS-QTDE-PROPOSTA
                MOVE WS-PR-OP-ID (WS-R) TO WS-ID-PROCURADO
                PERFORM LOCALIZAR-OPERADOR
                IF WS-ENCONTRADO = "N"
                    MOVE ZERO TO WS-PR-POSICAO (WS-R)
                    ADD 1 TO WS-TOTAL-NAO-APLICADOS
                ELSE
                    MOVE WS-POSICAO TO WS-PR-POSICAO (WS-R)
                    IF WS-EX-ELEGIVEL (WS-POSICAO) = "S"
                        MOVE "S" TO WS-EX-MARCADO (WS-POSICAO)
                        ADD 1 TO WS-TOTAL-MARCADOS
                    ELSE
                        ADD 1 TO WS-TOTAL-NAO-APLICADOS
                    END-IF
                END-IF
            END-PERFORM.

      *> Cadastro: geracao de backup antes, como em toda regravacao
      *> (a propria geracao e anonimizada logo depois, junto com as
      *> demais).
       ANONIMIZAR-CADASTRO.
            PERFORM COPIAR-GERACAO-BACKUP.
            OPEN OUTPUT OPERADOR-MASTER.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                IF WS-EX-MARCADO (WS-I) = "S"
                    MOVE WS-NOME-ANONIMIZADO TO WS-OP-NOME (WS-I)
                    MOVE WS-OP-STATUS (WS-I)
                        TO WS-EX-STATUS-ANTERIOR (WS-I)
                    MOVE "I" TO WS-OP-STATUS (WS-I)
                END-IF
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

      *> Copia o arquivo mestre corrente para a geracao de backup
      *> datada antes de regravar. Mesmo esquema do operMant.
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
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ OPERADOR-MASTER
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
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

      *> Jornal: o nome aparece como valor de "NOME" (antigo e novo)
      *> e como valor novo de "INCLUSAO". O jornal anonimizado vai
      *> para a copia de trabalho e volta por cima do original, com
      *> o registro "STATUS" da inativacao e um "ANONIMIZACAO" no fim
      *> para cada operador. O original so e regravado se a copia de
      *> trabalho ficou completa; qualquer falha deixa o jornal como
      *> estava e vai para o certificado.
       ANONIMIZAR-JORNAL.
            PERFORM COPIAR-JORNAL-TRABALHO.
            IF WS-TOTAL-JORNAL-ERRO = ZERO
                PERFORM REGRAVAR-JORNAL
            END-IF.
            IF WS-TOTAL-JORNAL-ERRO = ZERO
      *> A copia de trabalho nao fica com o jornal inteiro.
                OPEN OUTPUT JOURNAL-WORK
                CLOSE JOURNAL-WORK
                DISPLAY "Jornal de alteracoes anonimizado."
            ELSE
                MOVE ZERO TO WS-TOTAL-JORNAL
                PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTDE-OPERADORES
                    MOVE ZERO TO WS-EX-QT-JORNAL (WS-I)
                END-PERFORM
            END-IF.

       COPIAR-JORNAL-TRABALHO.
            OPEN OUTPUT JOURNAL-WORK.
            IF WS-FS-JOURNAL-WORK NOT = "00"
                DISPLAY "ERRO: nao foi possivel criar "
                    "data/OPERJRNL.TMP (status " WS-FS-JOURNAL-WORK
                    ") -- jornal nao alterado."
                ADD 1 TO WS-TOTAL-JORNAL-ERRO
            ELSE
                OPEN INPUT OPER-JOURNAL
                EVALUATE WS-FS-OPER-JOURNAL
                    WHEN "00"
                        MOVE "N" TO WS-FIM-ARQUIVO
                        PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                            READ OPER-JOURNAL
                                AT END
                                    MOVE "S" TO WS-FIM-ARQUIVO
                                NOT AT END
                                    PERFORM COPIAR-REGISTRO-TRABALHO
                            END-READ
                        END-PERFORM
                        CLOSE OPER-JOURNAL
                    WHEN "35"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "ERRO: nao foi possivel abrir "
                            "OPERJRNL.DAT (status " WS-FS-OPER-JOURNAL
                            ") -- jornal nao alterado."
                        ADD 1 TO WS-TOTAL-JORNAL-ERRO
                END-EVALUATE
                CLOSE JOURNAL-WORK
            END-IF.

       COPIAR-REGISTRO-TRABALHO.
            PERFORM ANONIMIZAR-REGISTRO-JORNAL.
            MOVE OPER-JOURNAL-REGISTRO TO JOURNAL-WORK-REGISTRO.
            WRITE JOURNAL-WORK-REGISTRO.
            IF WS-FS-JOURNAL-WORK NOT = "00"
                DISPLAY "ERRO: gravacao em data/OPERJRNL.TMP falhou "
                    "(status " WS-FS-JOURNAL-WORK ") -- jornal nao "
                    "alterado."
                ADD 1 TO WS-TOTAL-JORNAL-ERRO
                MOVE "S" TO WS-FIM-ARQUIVO
            END-IF.

      *> Copia de volta por cima do original. Falha no meio da volta
      *> deixa a copia de trabalho intacta, com o jornal completo.
       REGRAVAR-JORNAL.
            OPEN INPUT JOURNAL-WORK.
            IF WS-FS-JOURNAL-WORK NOT = "00"
                DISPLAY "ERRO: nao foi possivel reabrir "
                    "data/OPERJRNL.TMP (status " WS-FS-JOURNAL-WORK
                    ") -- jornal nao alterado."
                ADD 1 TO WS-TOTAL-JORNAL-ERRO
            ELSE
                OPEN OUTPUT OPER-JOURNAL
                IF WS-FS-OPER-JOURNAL NOT = "00"
                    DISPLAY "ERRO: nao foi possivel regravar "
                        "OPERJRNL.DAT (status " WS-FS-OPER-JOURNAL
                        ") -- jornal nao alterado."
                    ADD 1 TO WS-TOTAL-JORNAL-ERRO
                ELSE
                    MOVE "N" TO WS-FIM-ARQUIVO
                    PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                        READ JOURNAL-WORK
                            AT END
                                MOVE "S" TO WS-FIM-ARQUIVO
                            NOT AT END
                                MOVE JOURNAL-WORK-REGISTRO
                                    TO OPER-JOURNAL-REGISTRO
                                WRITE OPER-JOURNAL-REGISTRO
                        END-READ
                        IF WS-FS-JOURNAL-WORK NOT = "00"
                                AND WS-FS-JOURNAL-WORK NOT = "10"
                            MOVE "S" TO WS-FIM-ARQUIVO
                        END-IF
                        IF WS-FS-OPER-JOURNAL NOT = "00"
                            MOVE "S" TO WS-FIM-ARQUIVO
                        END-IF
                    END-PERFORM
                    IF (WS-FS-JOURNAL-WORK NOT = "00"
                            AND WS-FS-JOURNAL-WORK NOT = "10")
                        OR WS-FS-OPER-JOURNAL NOT = "00"
                        DISPLAY "ERRO: copia de volta do jornal "
                            "falhou (status " WS-FS-JOURNAL-WORK "/"
                            WS-FS-OPER-JOURNAL ") -- jornal completo "
                            "em data/OPERJRNL.TMP."
                        ADD 1 TO WS-TOTAL-JORNAL-ERRO
                    ELSE
                        PERFORM GRAVAR-REGISTROS-EXPURGO
                    END-IF
                    CLOSE OPER-JOURNAL
                END-IF
                CLOSE JOURNAL-WORK
            END-IF.

       GRAVAR-REGISTROS-EXPURGO.
            MOVE WS-DATA-HORA-JORNAL (1:8) TO JR-DATA.
            MOVE WS-DATA-HORA-JORNAL (9:6) TO JR-HORA.
            MOVE WS-NOME-PROGRAMA TO JR-PROGRAMA.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-OPERADORES
                IF WS-EX-MARCADO (WS-I) = "S"
                    MOVE WS-OP-ID (WS-I) TO JR-OP-ID
                    IF WS-EX-STATUS-ANTERIOR (WS-I) NOT = "I"
                        MOVE "STATUS" TO JR-CAMPO
                        MOVE WS-EX-STATUS-ANTERIOR (WS-I)
                            TO JR-VALOR-ANTIGO
                        MOVE "I" TO JR-VALOR-NOVO
                        WRITE OPER-JOURNAL-REGISTRO
                    END-IF
                    MOVE "ANONIMIZACAO" TO JR-CAMPO
                    MOVE WS-EX-REFERENCIA (WS-I) TO JR-VALOR-ANTIGO
                    MOVE WS-REFERENCIA-APROVACAO TO JR-VALOR-NOVO
                    WRITE OPER-JOURNAL-REGISTRO
                END-IF
            END-PERFORM.

       ANONIMIZAR-REGISTRO-JORNAL.
            IF JR-CAMPO = "NOME" OR JR-CAMPO = "INCLUSAO"
                MOVE JR-OP-ID TO WS-ID-PROCURADO
                PERFORM LOCALIZAR-OPERADOR
                IF WS-ENCONTRADO = "S"
                    IF WS-EX-MARCADO (WS-POSICAO) = "S"
                        MOVE "N" TO WS-REGISTRO-ALTERADO
                        IF JR-VALOR-ANTIGO NOT = SPACES
                                AND JR-VALOR-ANTIGO
                                    NOT = WS-NOME-ANONIMIZADO
                            MOVE WS-NOME-ANONIMIZADO
                                TO JR-VALOR-ANTIGO
                            MOVE "S" TO WS-REGISTRO-ALTERADO
                        END-IF
                        IF JR-VALOR-NOVO NOT = SPACES
                                AND JR-VALOR-NOVO
                                    NOT = WS-NOME-ANONIMIZADO
                            MOVE WS-NOME-ANONIMIZADO TO JR-VALOR-NOVO
                            MOVE "S" TO WS-REGISTRO-ALTERADO
                        END-IF
                        IF WS-REGISTRO-ALTERADO = "S"
                            ADD 1 TO WS-EX-QT-JORNAL (WS-POSICAO)
                            ADD 1 TO WS-TOTAL-JORNAL
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> Geracoes de backup: todas as OPERBKP-*.DAT do diretorio,
      *> inclusive a gravada agora. Geracao com mais registros do
      *> que a tabela nao e regravada (sairia truncada) e fica
      *> apontada no certificado.
       ANONIMIZAR-GERACOES.
            CALL "SYSTEM" USING WS-COMANDO-LISTA.
            OPEN INPUT BACKUP-LIST.
            IF WS-FS-BACKUP-LIST NOT = "00"
                DISPLAY "AVISO: relacao de geracoes de backup "
                    "indisponivel (status " WS-FS-BACKUP-LIST ")."
                ADD 1 TO WS-TOTAL-GERACOES-ERRO
            ELSE
                PERFORM UNTIL WS-FS-BACKUP-LIST NOT = "00"
                    READ BACKUP-LIST
                        AT END
                            MOVE "10" TO WS-FS-BACKUP-LIST
                        NOT AT END
                            IF BACKUP-LIST-REGISTRO NOT = SPACES
                                MOVE BACKUP-LIST-REGISTRO
                                    TO WS-NOME-BACKUP
                                PERFORM ANONIMIZAR-GERACAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKUP-LIST
            END-IF.
            DISPLAY "Geracoes de backup examinadas: "
                WS-TOTAL-GERACOES "  anonimizadas: "
                WS-TOTAL-GERACOES-ALT.

       ANONIMIZAR-GERACAO.
            ADD 1 TO WS-TOTAL-GERACOES.
            MOVE ZERO TO WS-QTDE-GERACAO.
            MOVE "N" TO WS-GERACAO-ALTERADA.
            MOVE "N" TO WS-GERACAO-CHEIA.
            SET ENVIRONMENT "DD_OPERBKP" TO WS-NOME-BACKUP.
            OPEN INPUT OPERADOR-BACKUP.
            IF WS-FS-OPERADOR-BACKUP NOT = "00"
                DISPLAY "AVISO: geracao " WS-NOME-BACKUP
                    " nao pode ser aberta (status "
                    WS-FS-OPERADOR-BACKUP ")."
                ADD 1 TO WS-TOTAL-GERACOES-ERRO
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                    READ OPERADOR-BACKUP
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF WS-QTDE-GERACAO >= 500
                                MOVE "S" TO WS-GERACAO-CHEIA
                            ELSE
                                ADD 1 TO WS-QTDE-GERACAO
                                MOVE OPERADOR-BACKUP-REGISTRO TO
                                    WS-GERACAO-ITEM (WS-QTDE-GERACAO)
                                PERFORM ANONIMIZAR-LINHA-GERACAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERADOR-BACKUP
                IF WS-GERACAO-CHEIA = "S"
                    DISPLAY "AVISO: geracao " WS-NOME-BACKUP
                        " com mais de 500 registros -- nao tratada."
                    ADD 1 TO WS-TOTAL-GERACOES-ERRO
                ELSE
                    IF WS-GERACAO-ALTERADA = "S"
                        PERFORM REGRAVAR-GERACAO
                    END-IF
                END-IF
            END-IF.

       ANONIMIZAR-LINHA-GERACAO.
            MOVE WS-GE-ID (WS-QTDE-GERACAO) TO WS-ID-PROCURADO.
            PERFORM LOCALIZAR-OPERADOR.
            IF WS-ENCONTRADO = "S"
                IF WS-EX-MARCADO (WS-POSICAO) = "S"
                        AND WS-GE-NOME (WS-QTDE-GERACAO)
                            NOT = WS-NOME-ANONIMIZADO
                    MOVE WS-NOME-ANONIMIZADO
                        TO WS-GE-NOME (WS-QTDE-GERACAO)
                    MOVE "S" TO WS-GERACAO-ALTERADA
                    ADD 1 TO WS-EX-QT-GERACOES (WS-POSICAO)
                END-IF
            END-IF.

       REGRAVAR-GERACAO.
            OPEN OUTPUT OPERADOR-BACKUP.
            PERFORM VARYING WS-G FROM 1 BY 1
                    UNTIL WS-G > WS-QTDE-GERACAO
                MOVE WS-GERACAO-ITEM (WS-G)
                    TO OPERADOR-BACKUP-REGISTRO
                WRITE OPERADOR-BACKUP-REGISTRO
            END-PERFORM.
            CLOSE OPERADOR-BACKUP.
            ADD 1 TO WS-TOTAL-GERACOES-ALT.

      *> Pendentes (qualquer situacao) que ainda guardem o nome. Com
      *> mais de 2000 pendentes a tabela nao tem o arquivo inteiro:
      *> regravar apagaria o excedente, que ainda guarda os nomes --
      *> o arquivo nao e tratado, como a geracao grande demais.
       ANONIMIZAR-PENDENTES.
            MOVE "N" TO WS-PENDENTES-ALTERADAS.
            IF WS-PENDENTES-TRUNCADA = "S"
                DISPLAY "AVISO: OPERPEND.DAT com mais de 2000 "
                    "pendentes -- nao tratado."
                ADD 1 TO WS-TOTAL-PENDENTES-ERRO
            ELSE
                PERFORM SUBSTITUIR-NOMES-PENDENTES
            END-IF.

       SUBSTITUIR-NOMES-PENDENTES.
            PERFORM VARYING WS-P FROM 1 BY 1
                    UNTIL WS-P > WS-QTDE-PENDENTES
                IF WS-PD-NOME (WS-P) NOT = SPACES
                        AND WS-PD-NOME (WS-P) NOT = WS-NOME-ANONIMIZADO
                    MOVE WS-PD-OP-ID (WS-P) TO WS-ID-PROCURADO
                    PERFORM LOCALIZAR-OPERADOR
                    IF WS-ENCONTRADO = "S"
                        IF WS-EX-MARCADO (WS-POSICAO) = "S"
                            MOVE WS-NOME-ANONIMIZADO
                                TO WS-PD-NOME (WS-P)
                            MOVE "S" TO WS-PENDENTES-ALTERADAS
                            ADD 1 TO WS-EX-QT-PENDENTES (WS-POSICAO)
                            ADD 1 TO WS-TOTAL-PENDENTES
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-PENDENTES-ALTERADAS = "S"
                OPEN OUTPUT PENDING-FILE
                PERFORM VARYING WS-P FROM 1 BY 1
                        UNTIL WS-P > WS-QTDE-PENDENTES
                    MOVE WS-PENDENTE-ITEM (WS-P) TO PENDENTE-REGISTRO
                    WRITE PENDENTE-REGISTRO
                END-PERFORM
                CLOSE PENDING-FILE
                DISPLAY "Arquivo de pendentes anonimizado."
            END-IF.

      *> A aprovacao vale uma vez: aplicada, a proposta e esvaziada.
       ENCERRAR-PROPOSTA.
            OPEN OUTPUT PROPOSAL-FILE.
            CLOSE PROPOSAL-FILE.

      *> A listagem aprovada traz os nomes: aplicada a proposta, ela
      *> e esvaziada como a proposta.
       LIMPAR-LISTAGEM.
            MOVE "data/RELANON.DAT" TO WS-NOME-RELATORIO.
            SET ENVIRONMENT "DD_RELFILE" TO WS-NOME-RELATORIO.
            OPEN OUTPUT REPORT-FILE.
            CLOSE REPORT-FILE.

      *> Certificado: sem nomes -- so IDs, datas e contagens -- para
      *> poder ser guardado junto com a aprovacao.
       GRAVAR-CERTIFICADO.
            MOVE SPACES TO WS-NOME-RELATORIO.
            STRING "data/CERTANON-" WS-DATA-ATUAL ".DAT"
                DELIMITED BY SIZE INTO WS-NOME-RELATORIO
            END-STRING.
            SET ENVIRONMENT "DD_RELFILE" TO WS-NOME-RELATORIO.
            OPEN OUTPUT REPORT-FILE.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS"
                "  Data: " WS-DATA-ATUAL
                "  Hora: " WS-DATA-HORA-ATUAL (9:6)
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Listagem aprovada de " WS-DATA-LISTAGEM
                "  Prazo de retencao: " WS-ANOS-RETENCAO " anos"
                "  Referencia da aprovacao: "
                WS-REFERENCIA-APROVACAO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Nome substituido por """
                WS-NOME-ANONIMIZADO (1:13)
                """ no cadastro, no jornal, nas geracoes de backup "
                "e nas pendentes."
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Exceto o que os totais abaixo dao como falha ou "
                "nao tratado, que continua com o nome."
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Listagem nominal data/RELANON.DAT e proposta "
                "data/ANONPROP.DAT esvaziadas."
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "IDs mantidos: o historico de sign-on dos "
                "arquivos AUDITARCH continua ligado ao operador."
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "ID OPER. DESLIGAMENTO CADASTRO JORNAL GERACOES "
                "PENDENTES SITUACAO"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R > WS-QTDE-PROPOSTA
                PERFORM IMPRIMIR-LINHA-CERTIFICADO
            END-PERFORM.

            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "OPERADORES ANONIMIZADOS: " WS-TOTAL-MARCADOS
                "  NAO APLICADOS: " WS-TOTAL-NAO-APLICADOS
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "PENDENTES ANONIMIZADAS: " WS-TOTAL-PENDENTES
                "  ARQUIVO DE PENDENTES NAO TRATADO: "
                WS-TOTAL-PENDENTES-ERRO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "REGISTROS DE JORNAL ANONIMIZADOS: " WS-TOTAL-JORNAL
                "  FALHAS NA REGRAVACAO DO JORNAL: "
                WS-TOTAL-JORNAL-ERRO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "GERACOES DE BACKUP EXAMINADAS: "
                WS-TOTAL-GERACOES
                "  ANONIMIZADAS: " WS-TOTAL-GERACOES-ALT
                "  NAO TRATADAS: " WS-TOTAL-GERACOES-ERRO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Executado por (operacoes):"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
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
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Conferido pelo encarregado de dados (DPO):"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Nome: ______________________________  "
                "Assinatura: ____________________  "
                "Data: ___/___/______"
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.
            CLOSE REPORT-FILE.

       IMPRIMIR-LINHA-CERTIFICADO.
            MOVE WS-PR-POSICAO (WS-R) TO WS-POSICAO.
            MOVE SPACES TO WS-SITUACAO-LINHA.
            MOVE SPACES TO LINHA-RELATORIO.
            IF WS-POSICAO = ZERO
                STRING WS-PR-OP-ID (WS-R) " "
                    WS-PR-REFERENCIA (WS-R) "     "
                    "-        -      -        -         "
                    "NAO APLICADO: ID NAO CADASTRADO"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            ELSE
                IF WS-EX-MARCADO (WS-POSICAO) = "S"
                    MOVE "ANONIMIZADO" TO WS-SITUACAO-LINHA
                ELSE
                    STRING "NAO APLICADO: " WS-EX-MOTIVO (WS-POSICAO)
                        DELIMITED BY SIZE INTO WS-SITUACAO-LINHA
                    END-STRING
                END-IF
                STRING WS-PR-OP-ID (WS-R) " "
                    WS-EX-REFERENCIA (WS-POSICAO) "     "
                    WS-EX-MARCADO (WS-POSICAO) "        "
                    WS-EX-QT-JORNAL (WS-POSICAO) " "
                    WS-EX-QT-GERACOES (WS-POSICAO) "     "
                    WS-EX-QT-PENDENTES (WS-POSICAO) "      "
                    WS-SITUACAO-LINHA
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            END-IF.
            WRITE LINHA-RELATORIO.
