*>                           (PERIOD-SEAL 'W') com aviso bem
*>                           visivel - a protecao desse mes
*>                           comeca hoje, nao retroage.
*>   - O lacre cobre o LEDGER e o livro de ajustes IFRS
*>     (IFRS-LEDGER): deriva em qualquer dos dois abenda igual.
*>   - Roda sobre a empresa selecionada, como os demais steps da
*>     cadeia (o nightly-close.sh fixa a empresa antes).
*> ------------------------------------------------------------
01 WS-DRIFTED-COUNT     PIC 9(3) VALUE 0.
01 WS-SEALED-NOW-COUNT  PIC 9(3) VALUE 0.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "SEALVRFY".
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
    DISPLAY "=== SEAL-VERIFY - Prova dos periodos fechados lacrados ==="


    IF WS-CLOSED-COUNT = 0
       DISPLAY "Nenhum periodo fechado a verificar."
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY "Periodos que DERIVARAM: " WS-DRIFTED-COUNT
    IF WS-DRIFTED-COUNT NOT = 0
       DISPLAY "*** LEDGER DE MES FECHADO FOI TOCADO - JOB ABENDADO ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
    DISPLAY "SEAL-VERIFY - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

          ELSE
             DISPLAY "*** Mais de 200 periodos fechados - excedente "
                     "fora desta verificacao. ***"
             IF WS-FINAL-RC < 4
                MOVE 4 TO WS-FINAL-RC
             END-IF
          END-IF
       END-IF

       WHEN OTHER
          DISPLAY "*** Erro ao verificar lacre do periodo "
                  WS-PS-PERIOD " - STATUS: " WS-PS-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
    END-EVALUATE
    .

    ELSE
       DISPLAY "*** Falha ao lacrar o periodo " WS-PS-PERIOD
               " - STATUS: " WS-PS-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
    END-IF
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
    MOVE "PERIOD" TO BS-ST-TAG (1)
    MOVE WS-VERIFIED-COUNT TO BS-ST-VALUE (1)
    MOVE "DERIV" TO BS-ST-TAG (2)
    MOVE WS-DRIFTED-COUNT TO BS-ST-VALUE (2)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "SV0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
