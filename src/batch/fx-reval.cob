*>     lancamento), a linha lancada na propria conta estrangeira
*>     representa apenas o ajuste de conversao daquele periodo,
*>     nao um novo saldo em moeda estrangeira.
*>   - Modo previa (ultima pergunta do SYSIN = "P"): calcula e
*>     monta o mesmo lancamento e so o imprime como lancamento
*>     proposto (ENTRY-PREVIEW, spool PREVIA-CAMBI) - nada vai
*>     para o JOURNAL. Resposta em branco (ou SYSIN sem a linha)
*>     = efetivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FX-REVAL.
01 WS-JR-RETURN-STATUS   PIC XX.
01 WS-LINE-I             PIC 9(3).

*> Modo previa: o lancamento e so impresso (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-CAMBI".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

    DISPLAY "Conta de resultado cambial (ganho/perda)..: " WITH NO ADVANCING
    ACCEPT WS-FX-ACCOUNT-ID

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    MOVE "R" TO WS-AC-OP-CODE
    MOVE WS-FX-ACCOUNT-ID TO WS-AC-ACCOUNT-ID
    CALL "ACCOUNTS-IO" USING
    END-IF

    PERFORM WRITE-REVAL-ENTRY
    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
    END-IF

    IF WS-REVAL-SKIPPED NOT = 0
       DISPLAY "*** " WS-REVAL-SKIPPED " conta(s) com variacao cambial "
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-FX-REVAL OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
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
