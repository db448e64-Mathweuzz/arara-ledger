*>     conta, como sempre.
*>   - Em dezembro oferece a visao "periodo 12 + ajustes"
*>     incluindo o 13o periodo (AAAA13) de auditoria.
*>   - Livro escolhido no start-up: local (LEDGER), so os ajustes
*>     IFRS (IFRS-LEDGER) ou local + IFRS, via LEDGER-BOOK-IO.
*>   - Contas estatisticas ('S') ficam fora das demonstracoes.
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.
*> Visao por livro: 'L' local, 'I' so ajustes IFRS, 'C' os dois
01 WS-LG-BOOK           PIC X(1) VALUE "L".

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
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

    MOVE "FIN-STMTS" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    MOVE "O" TO WS-RP-OP-CODE
         WS-RP-RETURN-STATUS

    PERFORM CHECK-PRELIMINARY-STAMP
    PERFORM EMIT-BOOK-HEADER
    PERFORM LOAD-CAPTIONS

    MOVE SPACES TO WS-RP-LINE
         WS-SC-RETURN-STATUS

    PERFORM UNTIL WS-SC-RETURN-STATUS NOT = "00"
       *> Rubricas 'M' sao as colunas da DMPL (DMPL-RPT)
       IF WS-CAP-COUNT < 50
          AND SC-STATEMENT OF WS-SC-RECORD NOT = "M"
          ADD 1 TO WS-CAP-COUNT
          MOVE SC-STATEMENT OF WS-SC-RECORD
            TO WS-CAP-STATEMENT (WS-CAP-COUNT)
    *> relatorio sempre foi.
    MOVE SPACES TO WS-INDENT-PAD
    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       PERFORM IS-PERIOD-IN-SCOPE
       IF WS-CAPTURED-SWITCH = "P"
          END-IF
       END-IF
       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-BOOK-IO" USING
            WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM
    .

    MOVE 0 TO WS-CAP-SUBTOTAL (WS-CAP-I)

    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       PERFORM IS-PERIOD-IN-SCOPE
       IF WS-CAPTURED-SWITCH = "P"
          END-IF
       END-IF
       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-BOOK-IO" USING
            WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    COMPUTE WS-DEC-AMOUNT = WS-CAP-SUBTOTAL (WS-CAP-I) / 100
    MOVE 0 TO WS-EXCEPTION-COUNT

    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       PERFORM IS-PERIOD-IN-SCOPE
       IF WS-CAPTURED-SWITCH = "P"
          PERFORM CHECK-ROW-UNCAPTURED
       END-IF
       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-BOOK-IO" USING
            WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    IF WS-EXCEPTION-COUNT NOT = 0
    PERFORM EMIT-REPORT-LINE
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
