*> ------------------------------------------------------------
*> Copybook: batch-stat.cpy
*> Area de estatistica de execucao que o batch monta e passa ao
*> BATCH-LOG na operacao 'S' (no lugar do texto da mensagem, X60).
*> Ate 3 contadores de volume identificados por uma etiqueta
*> curta (ex.: LANCTS, LINHAS, REJEIT); etiqueta em branco =
*> contador nao usado. O primeiro contador e o volume principal
*> comparado pelo BATCH-TREND.
*> ------------------------------------------------------------

01 BS-STAT-TEXT.
   05 BS-ST-COUNTER OCCURS 3 TIMES.
      10 BS-ST-TAG      PIC X(6).
      10 BS-ST-VALUE    PIC 9(9).
   05 FILLER            PIC X(15).
