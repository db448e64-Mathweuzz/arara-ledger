*>     RG-LAST-PERIOD avancados (RECOG-SCHED-IO 'U') numa fase
*>     propria, DEPOIS do fim do browse (as tres fases de
*>     ACCRUAL-REV); cronograma que completa o prazo vira 'I'.
*>   - Modo previa (ultima pergunta do SYSIN = "P"): monta o
*>     mesmo lancamento e so o imprime como lancamento proposto
*>     (ENTRY-PREVIEW, spool PREVIA-RECOG) - nada vai para o
*>     JOURNAL e o RECOG-SCHED nao e avancado. Resposta em branco
*>     (ou SYSIN sem a linha) = efetivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. RECOGNITION.
01 WS-ENTRY-OK-SWITCH   PIC X VALUE "N".
   88 RECOG-ENTRY-OK          VALUE "Y".

*> Modo previa: o lancamento e so impresso (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-RECOG".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "RECOGNIT".
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
    DISPLAY "=== RECOGNITION - Reconhecimento de antecipados/diferidos ==="

    ACCEPT WS-TARGET-PERIOD
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    MOVE SPACE TO WS-RG-RECORD
    MOVE "L" TO WS-RG-OP-CODE
    CALL "RECOG-SCHED-IO" USING
    IF WS-PCL-COUNT = 0
       DISPLAY "Nenhum cronograma a reconhecer no periodo "
               WS-TARGET-PERIOD "."
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

       STOP RUN
    END-IF

    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
       DISPLAY "PREVIA - cronogramas NAO avancados."
    ELSE
       PERFORM ADVANCE-SCHEDULE-CONTROLS
    END-IF

    DISPLAY "Cronogramas reconhecidos: " WS-RECOGNIZED-COUNT
    DISPLAY "Total reconhecido.......: " WS-TOTAL-RECOGNIZED
    DISPLAY "RECOGNITION - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

    IF RG-TOTAL-MONTHS OF WS-RG-RECORD = 0
       DISPLAY "*** Cronograma " RG-SCHED-ID OF WS-RG-RECORD
               " com prazo zero - ignorado."
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

       DISPLAY "*** Mais de 100 cronogramas numa unica execucao - "
               "cronograma " RG-SCHED-ID OF WS-RG-RECORD
               " fora deste periodo; rode em partes. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-RECOGNITION OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       SET RECOG-ENTRY-OK TO TRUE
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       OR WS-JR-RETURN-STATUS = FS-DUPLICATE-KEY
       SET RECOG-ENTRY-OK TO TRUE
    ELSE
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

          DISPLAY "*** Falha ao atualizar cronograma "
                  WS-PCL-SCHED-ID (WS-PCL-I)
                  " - STATUS: " WS-UPD-RG-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
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
    MOVE "CRONOG" TO BS-ST-TAG (1)
    MOVE WS-RECOGNIZED-COUNT TO BS-ST-VALUE (1)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "RG0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
