      *> quantos operadores estavam de fato no sistema as 02:30
      *> contra as 14:30 -- as decisoes de escala eram no escuro.
      *> Este programa repassa os eventos do AUDITLOG.DAT de um dia
      *> em ordem cronologica e produz, para
      *> cada site (AL-SITE) e cada faixa de meia hora, a quantidade
      *> de sessoes abertas simultaneas, mais o pico do dia e o
      *> horario em que ocorreu. Sign-on abre, sign-off (normal ou
      *> o devolve -- operador em pausa nao esta "no sistema" para a
      *> escala. Faixa com contagem acima do limite de 500 da tabela
      *> de sessoes sai marcada com "*".
      *> Os eventos do lote levam a hora em que o operador agiu no
      *> terminal e entram no log depois dos sign-ons interativos do
      *> mesmo dia, entao a ordem de gravacao nao e mais a do relogio:
      *> os eventos do dia passam por um SORT pela hora, como no
      *> repSession, mantendo a ordem de gravacao nos empates.
      *>
      *> PARM: data AAAAMMDD; sem PARM, a data atual.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.

           SELECT SORT-WORK ASSIGN TO "data/SORTCONC.DAT".

           SELECT REPORT-FILE ASSIGN TO "data/RELCONC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT-FILE.
       FD  AUDIT-LOG.
           COPY AUDITLOG.

       SD  SORT-WORK.
       01  SORT-REGISTRO.
           05  SR-HORA             PIC 9(6).
           05  SR-EVENTO           PIC X(28).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO          PIC X(80).

       01  WS-MARCA-LIMITE      PIC X(1)  VALUE SPACE.

       01  WS-TOTAL-EVENTOS     PIC 9(8)  VALUE ZERO.
       01  WS-FIM-CLASSIFICADO  PIC X     VALUE "N".
       01  WS-TOTAL-SEM-SIGNON  PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
                MOVE SPACE TO WS-PAUSADO-OPERADOR (WS-K)
                MOVE SPACES TO WS-SITE-SESSAO-OP (WS-K)
            END-PERFORM.
            SORT SORT-WORK
                ON ASCENDING KEY SR-HORA
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS SELECIONAR-AUDITORIA
                OUTPUT PROCEDURE IS REPASSAR-AUDIT-LOG.
            PERFORM COMPLETAR-FAIXAS-FINAIS.

            OPEN OUTPUT REPORT-FILE.
                    ")."
            END-IF.

      *> Procedimento de entrada do SORT: seleciona os eventos do dia
      *> e libera cada um inteiro, com a hora na frente como chave.
       SELECIONAR-AUDITORIA.
            OPEN INPUT AUDIT-LOG.
            IF WS-FS-AUDIT-LOG NOT = "00"
                DISPLAY "AVISO: nao foi possivel abrir AUDITLOG.DAT "
                            MOVE "10" TO WS-FS-AUDIT-LOG
                        NOT AT END
                            IF AL-DATA = WS-DATA-RELATORIO
                                MOVE AL-HORA TO SR-HORA
                                MOVE AUDIT-LOG-REGISTRO TO SR-EVENTO
                                RELEASE SORT-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF.

      *> Procedimento de saida do SORT: os eventos voltam em ordem de
      *> hora e sao repassados um a um, como antes.
       REPASSAR-AUDIT-LOG.
            MOVE "N" TO WS-FIM-CLASSIFICADO.
            PERFORM UNTIL WS-FIM-CLASSIFICADO = "S"
                RETURN SORT-WORK
                    AT END
                        MOVE "S" TO WS-FIM-CLASSIFICADO
                    NOT AT END
                        MOVE SR-EVENTO TO AUDIT-LOG-REGISTRO
                        PERFORM PROCESSAR-EVENTO
                END-RETURN
            END-PERFORM.

       PROCESSAR-EVENTO.
            ADD 1 TO WS-TOTAL-EVENTOS.
            PERFORM LOCALIZAR-OPERADOR-EVENTO.
