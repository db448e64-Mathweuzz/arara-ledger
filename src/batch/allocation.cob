*>     linhas postadas da conta naquele centro de custo no
*>     periodo (varredura direta de JOURNAL/JOURNAL-LINES, mesmo
*>     padrao de CC-PNL).
*>   - Modo previa (ultima pergunta do SYSIN = "P"): mede e
*>     distribui do mesmo jeito, mas so imprime cada rateio como
*>     lancamento proposto (ENTRY-PREVIEW, spool PREVIA-RATEI) -
*>     nada vai para o JOURNAL. Resposta em branco (ou SYSIN sem
*>     a linha) = efetivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ALLOCATION.
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "ALLOCATN".
01 WS-JR-RETURN-STATUS  PIC XX.

*> Modo previa: os rateios sao so impressos (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-RATEI".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

    DISPLAY "Periodo a ratear (AAAAMM).........: " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31
    COMPUTE WS-PERIOD-START-DATE = (WS-TARGET-PERIOD * 100) + 1

            WS-AL-RETURN-STATUS
    END-PERFORM

    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
    END-IF

    DISPLAY " "
    DISPLAY "Regras aplicadas: " WS-RULES-APPLIED
    DISPLAY "ALLOCATION - Fim"
    MOVE "N" TO JR-POSTED-FLAG OF JR-RECORD
    MOVE "A" TO JR-APPROVAL-STATUS OF JR-RECORD

    SET JR-SRC-ALLOCATION OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       ADD 1 TO WS-RULES-APPLIED
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       ADD 1 TO WS-RULES-APPLIED
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
