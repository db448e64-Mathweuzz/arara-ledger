*> ------------------------------------------------------------
*> Copybook: batch-stats.cpy
*> Registro do historico de execucoes dos batches, appendado
*> pelo BATCH-LOG (operacao 'S') em data/batch-stats.dat ao fim
*> normal de cada step. Uma linha por execucao, com a empresa
*> corrente, o tempo decorrido desde a operacao 'B' e ate 3
*> contadores de volume (ver batch-stat.cpy). Lido pelo
*> BATCH-TREND para a media movel das ultimas 30 execucoes.
*> ------------------------------------------------------------

01 BH-RECORD.
   05 BH-DATE           PIC 9(8).
   05 BH-TIME           PIC 9(8).
   05 BH-PROGRAM        PIC X(8).
   05 BH-COMPANY-ID     PIC 9(2).
   05 BH-ELAPSED-CS     PIC 9(8).
      *> Tempo decorrido em centesimos de segundo
   05 BH-COUNTER OCCURS 3 TIMES.
      10 BH-TAG         PIC X(6).
      10 BH-VALUE       PIC 9(9).
