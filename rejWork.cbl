      *> atravessa, entao reincidencia aparece com idade alta.
      *> Sign-on recuperado importa porque o extract do RH e usado
      *> para presenca.
      *> So sign-off, pausa e retorno sao corrigidos e resubmetidos:
      *> o sign-on exige o PIN do operador, que nao fica na rejeicao,
      *> entao a rejeicao de sign-on so pode ser descartada -- o
      *> operador refaz o sign-on no terminal.
      *>
      *> O RESUBMIT.DAT sai com header e trailer como qualquer
      *> SIGNON-TRANS: site "REJW", data do retrabalho e a sequencia
      *> seguinte a ultima do site no registro de arquivos aceitos
      *> (SIGNREG.DAT), para o firstProgram aceita-lo uma unica vez.
      *>
      *> Mesmo esquema do operMant: arquivos carregados em tabelas,
      *> manutencao aplicada na tabela e arquivos regravados por
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUBMIT-FILE.

           SELECT FILE-REGISTER ASSIGN TO "data/SIGNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-REGISTER.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       FD  RESUBMIT-FILE.
           COPY SIGNONTR.

       FD  FILE-REGISTER.
           COPY SIGNREG.

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERADOR-MASTER PIC XX  VALUE "00".
       01  WS-FS-REJECTS        PIC XX   VALUE "00".
       01  WS-FS-RESUBMIT-FILE  PIC XX   VALUE "00".
       01  WS-FS-FILE-REGISTER  PIC XX   VALUE "00".

      *> Controle do RESUBMIT.DAT: site proprio do retrabalho, ultima
      *> sequencia ja registrada para ele e contagens do trailer.
       01  WS-SITE-RESUBMIT     PIC X(4)  VALUE "REJW".
       01  WS-SEQUENCIA-RESUBMIT PIC 9(6) VALUE ZERO.
       01  WS-RS-SIGNON         PIC 9(8)  VALUE ZERO.
       01  WS-RS-SIGNOFF        PIC 9(8)  VALUE ZERO.
       01  WS-RS-PAUSA          PIC 9(8)  VALUE ZERO.
       01  WS-RS-RETORNO        PIC 9(8)  VALUE ZERO.

      *> Data do retrabalho: so as rejeicoes desta data entram na
      *> lista de correcao (PARM AAAAMMDD; sem PARM, a data atual).
                        DISPLAY "--- Motivo: " WS-MOTIVO-ANTERIOR
                            " ---"
                    END-IF
                    IF (WS-RJ-TIPO (WS-I) = "O"
                            OR WS-RJ-TIPO (WS-I) = "P"
                            OR WS-RJ-TIPO (WS-I) = "R")
                        IF WS-RJ-MOTIVO (WS-I)
                                = "DATA/HORA EVENTO INVALIDA"
                            DISPLAY WS-I " " WS-RJ-ID-DIGITADO (WS-I)
                                " " WS-RJ-HORA (WS-I)
                                " idade " WS-RJ-IDADE (WS-I)
                                " (so descarte)"
                        ELSE
                            DISPLAY WS-I " " WS-RJ-ID-DIGITADO (WS-I)
                                " " WS-RJ-HORA (WS-I)
                                " idade " WS-RJ-IDADE (WS-I)
                        END-IF
                    ELSE
                        DISPLAY WS-I " " WS-RJ-ID-DIGITADO (WS-I)
                            " " WS-RJ-HORA (WS-I)
                            " idade " WS-RJ-IDADE (WS-I)
                            " (sign-on: so descarte)"
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-J = ZERO
                    WS-DATA-TRABALHO "."
            END-IF.

      *> Rejeicao de sign-on (ou gravada antes do tipo existir no
      *> layout, que era sempre sign-on) nao e corrigida: sem o PIN o
      *> firstProgram a recusaria de novo como PIN NAO INFORMADO.
      *> Rejeicao por data/hora invalida tambem nao: o firstProgram a
      *> carimbou com o relogio do lote, e resubmete-la criaria um
      *> evento naquele horario, que nunca aconteceu.
       CORRIGIR-REJEICAO.
            PERFORM ESCOLHER-REJEICAO.
            IF WS-NUMERO-ESCOLHIDO > 0
                    AND WS-RJ-TIPO (WS-NUMERO-ESCOLHIDO) NOT = "O"
                    AND WS-RJ-TIPO (WS-NUMERO-ESCOLHIDO) NOT = "P"
                    AND WS-RJ-TIPO (WS-NUMERO-ESCOLHIDO) NOT = "R"
                DISPLAY "Rejeicao " WS-NUMERO-ESCOLHIDO " e de "
                    "sign-on, que exige o PIN do operador -- nao "
                    "pode ser resubmetida."
                DISPLAY "O operador deve refazer o sign-on no "
                    "terminal; descarte a rejeicao (opcao 3)."
                MOVE ZERO TO WS-NUMERO-ESCOLHIDO
            END-IF.
            IF WS-NUMERO-ESCOLHIDO > 0
                    AND WS-RJ-MOTIVO (WS-NUMERO-ESCOLHIDO)
                        = "DATA/HORA EVENTO INVALIDA"
                DISPLAY "Rejeicao " WS-NUMERO-ESCOLHIDO " nao tem "
                    "data/hora do evento utilizavel -- nao pode ser "
                    "resubmetida."
                DISPLAY "Descarte a rejeicao (opcao 3) e registre o "
                    "evento pelo terminal."
                MOVE ZERO TO WS-NUMERO-ESCOLHIDO
            END-IF.
            IF WS-NUMERO-ESCOLHIDO > 0
                DISPLAY "ID corrigido (8 posicoes): "
                ACCEPT WS-ID-CORRIGIDO
            MOVE ZERO TO WS-TOTAL-DESCARTADAS.
            MOVE ZERO TO WS-TOTAL-PENDENTES.

            MOVE ZERO TO WS-RS-SIGNON WS-RS-SIGNOFF
                WS-RS-PAUSA WS-RS-RETORNO.
            PERFORM OBTER-SEQUENCIA-RESUBMIT.

            OPEN OUTPUT RESUBMIT-FILE.
            MOVE SPACES TO SIGNON-TRANS-CONTROLE.
            MOVE "*HEADER*" TO SC-MARCA.
            MOVE WS-SITE-RESUBMIT TO SC-SITE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO SC-DATA-ARQUIVO.
            MOVE WS-SEQUENCIA-RESUBMIT TO SC-SEQUENCIA.
            WRITE SIGNON-TRANS-CONTROLE.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTDE-REJEICOES
                IF WS-RJ-SITUACAO (WS-I) = "C"
                    ADD 1 TO WS-TOTAL-CORRIGIDAS
                    MOVE WS-RJ-ID-CORRIGIDO (WS-I) TO ST-OPERADOR-ID
      *> So sign-off, pausa e retorno chegam corrigidos aqui, e
      *> nenhum deles passa pela conferencia do PIN.
                    MOVE WS-RJ-TIPO (WS-I) TO ST-TIPO-TRANSACAO
                    MOVE WS-RJ-SITE (WS-I) TO ST-SITE
                    MOVE SPACES TO ST-PIN
      *> A transacao corrigida volta com a data/hora da rejeicao, que
      *> e a do evento original (as de data/hora invalida, carimbadas
      *> com o relogio, nao chegam corrigidas aqui); se ja passou do
      *> prazo do lote, o firstProgram a recusa de novo como EVENTO
      *> ALEM DO PRAZO.
                    MOVE WS-RJ-DATA (WS-I) TO ST-DATA-EVENTO
                    MOVE WS-RJ-HORA (WS-I) TO ST-HORA-EVENTO
                    WRITE SIGNON-TRANS-REGISTRO
                    EVALUATE TRUE
                        WHEN ST-TIPO-SIGNON
                            ADD 1 TO WS-RS-SIGNON
                        WHEN ST-TIPO-SIGNOFF
                            ADD 1 TO WS-RS-SIGNOFF
                        WHEN ST-TIPO-PAUSA
                            ADD 1 TO WS-RS-PAUSA
                        WHEN ST-TIPO-RETORNO
                            ADD 1 TO WS-RS-RETORNO
                    END-EVALUATE
                END-IF
            END-PERFORM.
            MOVE SPACES TO SIGNON-TRANS-CONTROLE.
            MOVE "*TRAILER" TO SC-MARCA.
            MOVE WS-TOTAL-CORRIGIDAS TO SC-TOTAL-REGISTROS.
            MOVE WS-RS-SIGNON TO SC-TOTAL-SIGNON.
            MOVE WS-RS-SIGNOFF TO SC-TOTAL-SIGNOFF.
            MOVE WS-RS-PAUSA TO SC-TOTAL-PAUSA.
            MOVE WS-RS-RETORNO TO SC-TOTAL-RETORNO.
            WRITE SIGNON-TRANS-CONTROLE.
            CLOSE RESUBMIT-FILE.

            OPEN OUTPUT REJECTS.
                WS-TOTAL-CORRIGIDAS " (em data/RESUBMIT.DAT)  "
                "Descartadas: " WS-TOTAL-DESCARTADAS
                "  Pendentes (envelhecidas): " WS-TOTAL-PENDENTES.

      *> Proxima sequencia do site do retrabalho: a maior ja aceita
      *> no SIGNREG.DAT mais um. Um RESUBMIT.DAT regravado antes de
      *> ser processado reaproveita a mesma sequencia -- so o ultimo
      *> existe em disco.
       OBTER-SEQUENCIA-RESUBMIT.
            MOVE ZERO TO WS-SEQUENCIA-RESUBMIT.
            OPEN INPUT FILE-REGISTER.
            IF WS-FS-FILE-REGISTER = "00"
                PERFORM UNTIL WS-FS-FILE-REGISTER NOT = "00"
                    READ FILE-REGISTER
                        NOT AT END
                            IF RG-SITE = WS-SITE-RESUBMIT
                                    AND RG-SEQUENCIA
                                        > WS-SEQUENCIA-RESUBMIT
                                MOVE RG-SEQUENCIA
                                    TO WS-SEQUENCIA-RESUBMIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FILE-REGISTER
            END-IF.
            ADD 1 TO WS-SEQUENCIA-RESUBMIT.
