*>     fechamento, convertidos de centavos para moeda com 2
*>     casas decimais, seguido de uma linha de totais que prova
*>     que debito totaliza credito no periodo.
*>   - Livro escolhido no start-up: local (LEDGER), so os ajustes
*>     IFRS (IFRS-LEDGER) ou local + IFRS, via LEDGER-BOOK-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TRIAL-BAL.
01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.
*> Visao por livro: 'L' local, 'I' so ajustes IFRS, 'C' os dois
01 WS-LG-BOOK           PIC X(1) VALUE "L".

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
01 WS-TOTAL-CLOSING     PIC S9(18) VALUE 0.
01 WS-LINE-COUNT        PIC 9(6)   VALUE 0.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "TRIALBAL".
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
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
       END-IF
    END-IF

    *> Livro contabil: local (LEDGER societario), so os ajustes
    *> IFRS (IFRS-LEDGER) ou local + IFRS (LEDGER-BOOK-IO)
    DISPLAY "Livro (L = local, I = so ajustes IFRS, C = local + IFRS) [L]: "
            WITH NO ADVANCING
    ACCEPT WS-LG-BOOK
    EVALUATE WS-LG-BOOK
       WHEN "I" WHEN "i"
          MOVE "I" TO WS-LG-BOOK
       WHEN "C" WHEN "c"
          MOVE "C" TO WS-LG-BOOK
       WHEN OTHER
          MOVE "L" TO WS-LG-BOOK
    END-EVALUATE

    MOVE "TRIAL-BAL" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    PERFORM CHECK-PRELIMINARY-STAMP
    PERFORM EMIT-BOOK-HEADER

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS

    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       IF LG-PERIOD OF WS-LG-RECORD = WS-REPORT-PERIOD
       END-IF

       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-BOOK-IO" USING
            WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    PERFORM PRINT-GRAND-TOTAL
    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

       STRING "*** BALANCETE NAO FECHA - Debito DIFERENTE de Credito ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

EMIT-BOOK-HEADER.
    *> Identifica no relatorio qual livro foi lido
    EVALUATE WS-LG-BOOK
       WHEN "I"
          MOVE "Livro: SO AJUSTES IFRS (IFRS-LEDGER)" TO WS-RP-LINE
       WHEN "C"
          MOVE "Livro: LOCAL + AJUSTES IFRS" TO WS-RP-LINE
       WHEN OTHER
          MOVE "Livro: LOCAL (LEDGER societario)" TO WS-RP-LINE
    END-EVALUATE
    PERFORM EMIT-REPORT-LINE
    .

EMIT-REPORT-LINE.
    *> Cada linha do relatorio sai no terminal e no spool
    DISPLAY WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
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
    MOVE "CONTAS" TO BS-ST-TAG (1)
    MOVE WS-LINE-COUNT TO BS-ST-VALUE (1)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "TB0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
