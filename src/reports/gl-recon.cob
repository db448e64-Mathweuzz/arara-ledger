*>     journal-lines.cpy); pelo mesmo motivo acima, sao lidas
*>     diretamente (START pela chave JL-TXN-ID + varredura para
*>     frente enquanto a chave continuar batendo).
*>   - Lancamentos do livro de ajustes IFRS (JR-BOOK = 'I') ficam
*>     de fora: foram postados no IFRS-LEDGER, nao no LEDGER.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-RECON.
01 WS-ACCOUNTS-DIFF     PIC 9(6) VALUE 0.
01 WS-ENTRIES-ONLY-JR   PIC 9(6) VALUE 0.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "GLRECON".
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
    MOVE "GL-RECON" TO WS-RP-REPORT-NAME
    MOVE "GERAL" TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    PERFORM EMIT-REPORT-LINE

    IF WS-ACCOUNTS-DIFF NOT = 0 OR WS-ENTRIES-ONLY-JR NOT = 0
       MOVE 8 TO WS-FINAL-RC
    END-IF

    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       CLOSE JOURNAL-FILE
       MOVE 8 TO WS-FINAL-RC
       PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    END-IF

    PERFORM UNTIL END-OF-JOURNAL
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          *> Ajuste IFRS foi postado no IFRS-LEDGER, nao no LEDGER
          IF JR-POSTED-FLAG = "Y"
             AND NOT JR-BOOK-IFRS
             PERFORM ACCUMULATE-ENTRY-LINES
          END-IF
       ELSE
         WS-RP-RETURN-STATUS
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
    MOVE WS-ACCOUNTS-CHECKED TO BS-ST-VALUE (1)
    MOVE "DIVERG" TO BS-ST-TAG (2)
    MOVE WS-ACCOUNTS-DIFF TO BS-ST-VALUE (2)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "GR0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
