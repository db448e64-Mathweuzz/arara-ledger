*>     LN-OUTSTANDING-CENTS; contrato quitado vira 'I') rodam
*>     numa fase propria apos o browse (tres fases de
*>     ACCRUAL-REV).
*>   - Modo previa (ultima pergunta do SYSIN = "P"): monta os
*>     mesmos lancamentos e so os imprime como lancamentos
*>     propostos (ENTRY-PREVIEW, spool PREVIA-EMPR) - nada vai
*>     para o JOURNAL e o LOANS nao e avancado. Resposta em
*>     branco (ou SYSIN sem a linha) = efetivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-SCHED.
01 WS-JR-RETURN-STATUS  PIC XX.
01 WS-LINE-I            PIC 9(3).

*> Modo previa: os lancamentos sao so impressos (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-EMPR".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

    ACCEPT WS-TARGET-PERIOD
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    MOVE SPACE TO WS-LN-RECORD
    MOVE "L" TO WS-LN-OP-CODE
    CALL "LOANS-IO" USING
       STOP RUN
    END-IF

    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
       DISPLAY "PREVIA - contratos NAO avancados."
    ELSE
       PERFORM ADVANCE-LOAN-CONTROLS
    END-IF

    DISPLAY " "
    DISPLAY "Contratos processados: " WS-PROCESSED-COUNT
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-LOANS OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       MOVE FS-OK TO WS-JR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       END-IF
    END-PERFORM
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
