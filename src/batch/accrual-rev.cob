*>     JOURNAL-IO grava: (1) varredura de leitura coletando os
*>     candidatos; (2) geracao dos espelhos via JOURNAL-IO; (3)
*>     marcacao dos originais como revertidos.
*>   - Modo previa (ultima pergunta do SYSIN = "P"): monta os
*>     mesmos espelhos e so os imprime como lancamentos
*>     propostos (ENTRY-PREVIEW, spool PREVIA-REVER) - nada vai
*>     para o JOURNAL, sem notas de ligacao e sem marcar os
*>     originais. Resposta em branco (ou SYSIN sem a linha) =
*>     efetivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCRUAL-REV.
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "ACCRLREV".
01 WS-JR-RETURN-STATUS  PIC XX.

*> Modo previa: os espelhos sao so impressos (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-REVER".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

01 WS-JN-OP-CODE        PIC X.
COPY "journal-notes.cpy" REPLACING ==JN-RECORD== BY ==WS-JN-RECORD==.
01 WS-JN-RETURN-STATUS  PIC XX.
COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "ACCRLREV".
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
    DISPLAY "=== ACCRUAL-REV - Reversao automatica de provisoes ==="

    DISPLAY "Periodo corrente (AAAAMM).........: " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    PERFORM COLLECT-CANDIDATES

    IF WS-CAND-COUNT = 0
       DISPLAY "Nenhuma provisao pendente de reversao."
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

       PERFORM REVERSE-ONE-ENTRY
    END-PERFORM

    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
       DISPLAY "PREVIA - originais NAO marcados como revertidos."
    ELSE
       PERFORM MARK-ORIGINALS-DONE
    END-IF

    DISPLAY " "
    DISPLAY "Provisoes revertidas: " WS-REVERSALS-MADE
    DISPLAY "ACCRUAL-REV - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

                DISPLAY "*** Mais de 200 provisoes a reverter numa "
                        "unica execucao - rode o batch de novo para "
                        "as restantes. ***"
                IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
                END-IF
             END-IF
          END-IF
       ELSE
          DISPLAY "*** Provisao " JR-TXN-ID OF JR-RECORD
                  " com ID alto demais para a faixa de reversao - "
                  "reverta manualmente. ***"
          IF WS-FINAL-RC < 4
             MOVE 4 TO WS-FINAL-RC
          END-IF
          EXIT PARAGRAPH
    END-COMPUTE

    MOVE "A" TO JR-APPROVAL-STATUS OF JR-RECORD
    MOVE SPACE TO JR-REVERSAL-FLAG OF JR-RECORD

    SET JR-SRC-ACCRUAL-REV OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       ADD 1 TO WS-REVERSALS-MADE
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-JR-OP-CODE
    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
          DISPLAY "*** Reversao da provisao "
                  WS-CAND-TXN-ID (WS-CAND-IDX)
                  " recusada - STATUS: " WS-JR-RETURN-STATUS
          IF WS-FINAL-RC < 4
             MOVE 4 TO WS-FINAL-RC
          END-IF
    END-EVALUATE
    .

    IF FS-JOURNAL NOT = FS-OK
       DISPLAY "Erro ao reabrir JOURNAL-FILE para marcar originais. "
               "STATUS: " FS-JOURNAL
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF


    CLOSE JOURNAL-FILE
    .

PREVIEW-ENTRY.
    *> Lancamento proposto: impresso, nao gravado
    MOVE "E" TO WS-EP-OP-CODE
    CALL "ENTRY-PREVIEW" USING
         WS-EP-OP-CODE
         WS-EP-REPORT-NAME
         WS-EP-PERIOD
         JR-RECORD
         JR-LINES-TABLE
         WS-EP-RETURN-STATUS
    .

CLOSE-PREVIEW.
    MOVE "C" TO WS-EP-OP-CODE
    CALL "ENTRY-PREVIEW" USING
         WS-EP-OP-CODE
         WS-EP-REPORT-NAME
         WS-EP-PERIOD
         JR-RECORD
         JR-LINES-TABLE
         WS-EP-RETURN-STATUS
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
    *> Execucao em previa nao entra no historico de tempos
    IF PREVIEW-MODE
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO BS-STAT-TEXT
    MOVE "CANDID" TO BS-ST-TAG (1)
    MOVE WS-CAND-COUNT TO BS-ST-VALUE (1)
    MOVE "REVERS" TO BS-ST-TAG (2)
    MOVE WS-REVERSALS-MADE TO BS-ST-VALUE (2)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "AV0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
