      *> entao eles aparecem nas contagens de auditoria como "aceitas
      *> alem do lote" -- a diferenca itemizada permite separar um
      *> desvio legitimo desse tipo de uma perda real de transacao.
      *>
      *> O firstProgram carimba auditoria, rejeicao e extract com a
      *> data/hora do evento no terminal, entao uma entrada so conta
      *> na data do seu evento. Entradas de outras datas (chegadas
      *> atrasadas) sao listadas a parte. Entradas sem data/hora
      *> validas nao tem data de evento: o firstProgram as rejeita
      *> com a data da rodada, entao elas e as rejeicoes "DATA/HORA
      *> EVENTO INVALIDA" ficam fora da regra 1 e sao so listadas.
      *>
      *> Regra 0, antes das demais: o arquivo de entrada confere com
      *> o proprio trailer (total e quantidade por tipo, contados de
      *> novo aqui) e a sua sequencia consta no SIGNREG.DAT como
      *> aceita pelo job batch -- arquivo truncado, sem controle ou
      *> recusado pelo firstProgram deixa o dia fora de balanco.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACT-FILE.

           SELECT FILE-REGISTER ASSIGN TO "data/SIGNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-REGISTER.

           SELECT REPORT-FILE ASSIGN TO "data/BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.
       FD  EXTRACT-FILE.
           COPY EXTRACT.

       FD  FILE-REGISTER.
           COPY SIGNREG.

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(80).

       01  WS-FS-REJECTS        PIC XX   VALUE "00".
       01  WS-FS-EXTRACT-FILE   PIC XX   VALUE "00".
       01  WS-FS-REPORT-FILE    PIC XX   VALUE "00".
       01  WS-FS-FILE-REGISTER  PIC XX   VALUE "00".

      *> Controle do arquivo de entrada: header, trailer e a contagem
      *> do arquivo inteiro (todas as datas de evento), por tipo.
       01  WS-HEADER-LIDO       PIC X     VALUE "N".
       01  WS-TRAILER-LIDO      PIC X     VALUE "N".
       01  WS-ARQUIVO-REGISTRADO PIC X    VALUE "N".
       01  WS-CT-SITE           PIC X(4)  VALUE SPACES.
       01  WS-CT-DATA-ARQUIVO   PIC 9(8)  VALUE ZERO.
       01  WS-CT-SEQUENCIA      PIC 9(6)  VALUE ZERO.
       01  WS-CONTAGEM-ARQUIVO.
           05  WS-AQ-TOTAL      PIC 9(8)  VALUE ZERO.
           05  WS-AQ-SIGNON     PIC 9(8)  VALUE ZERO.
           05  WS-AQ-SIGNOFF    PIC 9(8)  VALUE ZERO.
           05  WS-AQ-PAUSA      PIC 9(8)  VALUE ZERO.
           05  WS-AQ-RETORNO    PIC 9(8)  VALUE ZERO.
       01  WS-CONTAGEM-TRAILER.
           05  WS-TR-TOTAL      PIC 9(8)  VALUE ZERO.
           05  WS-TR-SIGNON     PIC 9(8)  VALUE ZERO.
           05  WS-TR-SIGNOFF    PIC 9(8)  VALUE ZERO.
           05  WS-TR-PAUSA      PIC 9(8)  VALUE ZERO.
           05  WS-TR-RETORNO    PIC 9(8)  VALUE ZERO.
       01  WS-DIF-TRAILER       PIC S9(8) VALUE ZERO.
       01  WS-CONTROLE-OK       PIC X     VALUE "S".

      *> Data do fechamento: via PARM da linha de comando (AAAAMMDD);
      *> sem PARM, usa a data atual -- mesma convencao dos relatorios.

       01  WS-FIM-ARQUIVO       PIC X     VALUE "N".

      *> Contagens do dia. Em SIGNONTRANS.DAT vale a data do evento
      *> (ST-DATA-EVENTO), conferida com a mesma regra do firstProgram.
       01  WS-TRANS-ENTRADA     PIC 9(8)  VALUE ZERO.
       01  WS-TRANS-SEM-DATA    PIC 9(8)  VALUE ZERO.
       01  WS-TRANS-OUTRAS-DATAS PIC 9(8) VALUE ZERO.
       01  WS-DATA-EVENTO-VALIDA PIC X    VALUE "N".
       01  WS-HORA-EVENTO-DECOMPOSTA.
           05  WS-HORA-EVENTO-HH   PIC 9(2) VALUE ZERO.
           05  WS-HORA-EVENTO-MM   PIC 9(2) VALUE ZERO.
           05  WS-HORA-EVENTO-SS   PIC 9(2) VALUE ZERO.
       01  WS-TRANS-SIGNON      PIC 9(8)  VALUE ZERO.
       01  WS-TRANS-SIGNOFF     PIC 9(8)  VALUE ZERO.
       01  WS-AUDIT-ACEITAS     PIC 9(8)  VALUE ZERO.
      *> constar no relatorio.
       01  WS-AUDIT-FORCADAS    PIC 9(8)  VALUE ZERO.
       01  WS-REJEITADAS        PIC 9(8)  VALUE ZERO.
       01  WS-REJEITADAS-SEM-DATA PIC 9(8) VALUE ZERO.
       01  WS-EXTRAIDAS         PIC 9(8)  VALUE ZERO.

       01  WS-DIF-PROCESSADAS   PIC S9(8) VALUE ZERO.
                WS-DATA-FECHAMENTO.

            PERFORM CONTAR-SIGNON-TRANS.
            PERFORM PROCURAR-ARQUIVO-REGISTRADO.
            PERFORM CONTAR-AUDIT-LOG.
            PERFORM CONTAR-REJECTS.
            PERFORM CONTAR-EXTRACT.
                        AT END
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF SC-MARCA-HEADER OR SC-MARCA-TRAILER
                                PERFORM GUARDAR-CONTROLE-ARQUIVO
                            ELSE
                                PERFORM CONTAR-DETALHE-ARQUIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SIGNON-TRANS
            END-IF.

       GUARDAR-CONTROLE-ARQUIVO.
            IF SC-MARCA-HEADER
                MOVE "S" TO WS-HEADER-LIDO
                MOVE SC-SITE TO WS-CT-SITE
                MOVE SC-DATA-ARQUIVO TO WS-CT-DATA-ARQUIVO
                MOVE SC-SEQUENCIA TO WS-CT-SEQUENCIA
            ELSE
                MOVE "S" TO WS-TRAILER-LIDO
                MOVE SC-TOTAL-REGISTROS TO WS-TR-TOTAL
                MOVE SC-TOTAL-SIGNON TO WS-TR-SIGNON
                MOVE SC-TOTAL-SIGNOFF TO WS-TR-SIGNOFF
                MOVE SC-TOTAL-PAUSA TO WS-TR-PAUSA
                MOVE SC-TOTAL-RETORNO TO WS-TR-RETORNO
            END-IF.

       CONTAR-DETALHE-ARQUIVO.
            ADD 1 TO WS-AQ-TOTAL.
            EVALUATE TRUE
                WHEN ST-TIPO-SIGNON
                    ADD 1 TO WS-AQ-SIGNON
                WHEN ST-TIPO-SIGNOFF
                    ADD 1 TO WS-AQ-SIGNOFF
                WHEN ST-TIPO-PAUSA
                    ADD 1 TO WS-AQ-PAUSA
                WHEN ST-TIPO-RETORNO
                    ADD 1 TO WS-AQ-RETORNO
            END-EVALUATE.
            PERFORM CONFERIR-DATA-HORA-EVENTO.
            EVALUATE TRUE
                WHEN WS-DATA-EVENTO-VALIDA = "N"
                    ADD 1 TO WS-TRANS-SEM-DATA
                WHEN ST-DATA-EVENTO NOT = WS-DATA-FECHAMENTO
                    ADD 1 TO WS-TRANS-OUTRAS-DATAS
                WHEN OTHER
                    PERFORM CONTAR-ENTRADA-DO-DIA
            END-EVALUATE.

       PROCURAR-ARQUIVO-REGISTRADO.
            MOVE "N" TO WS-ARQUIVO-REGISTRADO.
            OPEN INPUT FILE-REGISTER.
            IF WS-FS-FILE-REGISTER = "00"
                PERFORM UNTIL WS-FS-FILE-REGISTER NOT = "00"
                    READ FILE-REGISTER
                        NOT AT END
                            IF RG-SITE = WS-CT-SITE
                                    AND RG-SEQUENCIA = WS-CT-SEQUENCIA
                                MOVE "S" TO WS-ARQUIVO-REGISTRADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FILE-REGISTER
            END-IF.

       CONTAR-ENTRADA-DO-DIA.
            ADD 1 TO WS-TRANS-ENTRADA.
            IF ST-TIPO-SIGNON
                ADD 1 TO WS-TRANS-SIGNON
            END-IF.
            IF ST-TIPO-SIGNOFF
                ADD 1 TO WS-TRANS-SIGNOFF
            END-IF.

       CONFERIR-DATA-HORA-EVENTO.
            MOVE "N" TO WS-DATA-EVENTO-VALIDA.
            IF ST-DATA-EVENTO NUMERIC AND ST-HORA-EVENTO NUMERIC
                MOVE ST-HORA-EVENTO TO WS-HORA-EVENTO-DECOMPOSTA
                IF FUNCTION TEST-DATE-YYYYMMDD (ST-DATA-EVENTO) = 0
                        AND WS-HORA-EVENTO-HH < 24
                        AND WS-HORA-EVENTO-MM < 60
                        AND WS-HORA-EVENTO-SS < 60
                    MOVE "S" TO WS-DATA-EVENTO-VALIDA
                END-IF
            END-IF.

       CONTAR-AUDIT-LOG.
            OPEN INPUT AUDIT-LOG.
            IF WS-FS-AUDIT-LOG NOT = "00"
                            MOVE "S" TO WS-FIM-ARQUIVO
                        NOT AT END
                            IF RJ-DATA = WS-DATA-FECHAMENTO
                                IF RJ-MOTIVO
                                    = "DATA/HORA EVENTO INVALIDA"
                                    ADD 1 TO WS-REJEITADAS-SEM-DATA
                                ELSE
                                    ADD 1 TO WS-REJEITADAS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            COMPUTE WS-DIF-EXTRACT =
                WS-AUDIT-SIGNONS - WS-EXTRAIDAS.

      *> Regra 0: controle do arquivo de entrada.
            COMPUTE WS-DIF-TRAILER = WS-TR-TOTAL - WS-AQ-TOTAL.
            MOVE "S" TO WS-CONTROLE-OK.
            IF WS-HEADER-LIDO = "N" OR WS-TRAILER-LIDO = "N"
                    OR WS-CONTAGEM-TRAILER NOT = WS-CONTAGEM-ARQUIVO
                    OR WS-ARQUIVO-REGISTRADO = "N"
                MOVE "N" TO WS-CONTROLE-OK
            END-IF.

            MOVE "N" TO WS-FORA-DE-BALANCO.
            IF WS-DIF-PROCESSADAS NOT = ZERO
                OR WS-DIF-EXTRACT NOT = ZERO
                OR WS-CONTROLE-OK = "N"
                MOVE "S" TO WS-FORA-DE-BALANCO
            END-IF.

            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            IF WS-HEADER-LIDO = "S"
                STRING "Arquivo de entrada: site " WS-CT-SITE
                    "  data " WS-CT-DATA-ARQUIVO
                    "  sequencia " WS-CT-SEQUENCIA
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            ELSE
                STRING "Arquivo de entrada: SEM HEADER"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            END-IF.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            IF WS-TRAILER-LIDO = "S"
                STRING "Trailer:         " WS-TR-TOTAL
                    "  S=" WS-TR-SIGNON "  O=" WS-TR-SIGNOFF
                    "  P=" WS-TR-PAUSA "  R=" WS-TR-RETORNO
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            ELSE
                STRING "Trailer: AUSENTE -- ARQUIVO TRUNCADO?"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            END-IF.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Lido no arquivo: " WS-AQ-TOTAL
                "  S=" WS-AQ-SIGNON "  O=" WS-AQ-SIGNOFF
                "  P=" WS-AQ-PAUSA "  R=" WS-AQ-RETORNO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE WS-DIF-TRAILER TO WS-DIF-EDITADA.
            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Diferenca trailer - lido (total):            "
                WS-DIF-EDITADA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            IF WS-ARQUIVO-REGISTRADO = "S"
                STRING "Arquivo aceito pelo job batch (SIGNREG): SIM"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            ELSE
                STRING "Arquivo aceito pelo job batch (SIGNREG): NAO"
                    DELIMITED BY SIZE INTO LINHA-RELATORIO
                END-STRING
            END-IF.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Entradas do lote (SIGNONTRANS): "
                WS-TRANS-ENTRADA
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Entradas sem data/hora de evento (fora): "
                WS-TRANS-SEM-DATA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Entradas de outras datas (fora do balanco): "
                WS-TRANS-OUTRAS-DATAS
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Aceitas (AUDITLOG na data):     "
                WS-AUDIT-ACEITAS
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Rejeitadas por data/hora invalida (fora): "
                WS-REJEITADAS-SEM-DATA
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            END-STRING.
            WRITE LINHA-RELATORIO.

            MOVE SPACES TO LINHA-RELATORIO.
            STRING "Extraidas (EXTRACT na data):    "
                WS-EXTRAIDAS
