      *>-----------------------------------------------------------
      *> JOBSCHED.cpy
      *> Layout do registro do arquivo de agenda da cadeia noturna
      *> (data/JOBSCHED.DAT), mantido por operacoes e lido pelo
      *> jobChain: um passo por linha, na ordem de execucao. Linha
      *> comecando com "*" e comentario.
      *> AG-FREQUENCIA: "D" todo dia; "S" semanal, no dia da semana
      *> AG-DIA-SEMANA (1 = segunda ... 7 = domingo) -- caindo em dia
      *> sem processamento do CALENDAR.DAT, roda no proximo dia com
      *> processamento; "I" no primeiro dia util do mes e "M" no
      *> ultimo (dia util: segunda a sexta, fora do CALENDAR.DAT);
      *> "A" no ultimo dia util do ano (o ultimo dia util de
      *> dezembro).
      *> AG-ACAO-FALHA: "P" passo com erro para a cadeia; "C" o erro
      *> fica so registrado no JOBLOG e a cadeia continua.
      *> AG-COMANDO e o modelo do PARM: "&DATA" vira a data de
      *> processamento (AAAAMMDD), "&MES" o mes dela (AAAAMM) e
      *> "&MESANT" o mes anterior (AAAAMM) -- fechamento do mes que
      *> acabou, agendado com "I" para que todos os dias dele, e o
      *> dia 1 do mes seguinte, ja tenham passado.
      *>-----------------------------------------------------------
       01  AGENDA-PASSO-REGISTRO.
           05  AG-PASSO-NOME           PIC X(12).
           05  AG-FREQUENCIA           PIC X(1).
               88  AG-FREQ-DIARIA          VALUE "D".
               88  AG-FREQ-SEMANAL         VALUE "S".
               88  AG-FREQ-INICIO-MES      VALUE "I".
               88  AG-FREQ-FIM-MES         VALUE "M".
               88  AG-FREQ-FIM-ANO         VALUE "A".
           05  AG-DIA-SEMANA           PIC X(1).
           05  AG-ACAO-FALHA           PIC X(1).
               88  AG-FALHA-PARA-CADEIA    VALUE "P".
               88  AG-FALHA-CONTINUA       VALUE "C".
           05  AG-COMANDO              PIC X(60).
