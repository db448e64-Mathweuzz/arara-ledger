01 WS-ALERT-TEXT        PIC X(60).
01 WS-ALERTS-CREATED    PIC 9(6) VALUE 0.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "ALRTSCAN".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY " "
    DISPLAY "=== ALERT-SCAN - Geracao de alertas operacionais ==="

    IF WS-RCPT-COUNT = 0
       DISPLAY "Nenhum operador ativo com permissao de fechamento -"
       DISPLAY "nao ha a quem enderecar os alertas."
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF


    DISPLAY "Alertas criados: " WS-ALERTS-CREATED
    DISPLAY "ALERT-SCAN - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

          DISPLAY "*** Falha ao criar alerta para "
                  WS-RCPT-ENTRY (WS-RCPT-I)
                  " - STATUS: " WS-ALR-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .

*> ------------------------------------------------------------
*> Estatistica de execucao (tempo decorrido e volumes) para o
*> historico data/batch-stats.dat lido pelo BATCH-TREND
*> ------------------------------------------------------------
START-RUN-STATS.
    MOVE "B" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .

LOG-RUN-STATS.
    MOVE SPACES TO BS-STAT-TEXT
    MOVE "ALERTA" TO BS-ST-TAG (1)
    MOVE WS-ALERTS-CREATED TO BS-ST-VALUE (1)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "AS0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
