*>     aberto em INPUT durante o browse, e um 'U' no meio dele
*>     seria recusado com status 41 (mesmas tres fases de
*>     ACCRUAL-REV).
*>   - Modo previa (ultima pergunta do SYSIN = "P"): calcula e
*>     monta o mesmo lancamento, mas so o imprime como
*>     lancamento proposto (ENTRY-PREVIEW, spool PREVIA-DEPR) -
*>     nada vai para o JOURNAL e o FIXED-ASSETS nao e avancado.
*>     Resposta em branco (ou SYSIN sem a linha) = efetivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPRECIATION.
01 WS-ENTRY-OK-SWITCH    PIC X VALUE "N".
   88 DEPR-ENTRY-OK           VALUE "Y".

*> Modo previa: o lancamento e so impresso (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-DEPR".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
    DISPLAY "Conta de despesa de depreciacao...: " WITH NO ADVANCING
    ACCEPT WS-EXPENSE-ACCT

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    MOVE "R" TO WS-AC-OP-CODE
    MOVE WS-EXPENSE-ACCT TO WS-AC-ACCOUNT-ID
    CALL "ACCOUNTS-IO" USING
    END-IF

    *> Fase de atualizacao: o browse terminou em fim-de-arquivo,
    *> o FIXED-ASSETS ja esta fechado e os 'U' podem rodar. Na
    *> previa o controle dos ativos fica como esta.
    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
       DISPLAY "PREVIA - controle dos ativos NAO avancado."
    ELSE
       PERFORM ADVANCE-ASSET-CONTROLS
    END-IF

    DISPLAY "Ativos depreciados...: " WS-ASSETS-DEPRECIATED
    DISPLAY "Total depreciado.....: " WS-TOTAL-DEPR
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-DEPRECIATION OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       SET DEPR-ENTRY-OK TO TRUE
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       MOVE 8 TO RETURN-CODE
    END-IF
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
