>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: inv-count-rpt.cob
*> Objetivo:
*>   - Acuracidade da contagem ciclica de estoque (INV-COUNTS,
*>     fichas geradas e digitadas no INV-MENU) para as fichas
*>     geradas no periodo AAAAMM informado (000000 = todas):
*>   - Por contagem: itens na ficha, contados, exatos, com
*>     divergencia dentro e acima da tolerancia, lancados; a
*>     acuracidade em itens (exatos / contados) e em valor
*>     (1 - divergencia absoluta / valor contabil congelado,
*>     divergencia valorada ao custo medio congelado).
*>   - Por item: contagens, acertos, acuracidade, divergencia
*>     liquida em quantidade e absoluta em valor - aponta os
*>     itens que erram sempre (furto, unidade de medida errada,
*>     baixa de consumo esquecida).
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-COUNT-RPT.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-REPORT-PERIOD     PIC 9(6).

01 WS-CT-OP-CODE        PIC X.
COPY "inv-counts.cpy" REPLACING ==CT-RECORD== BY ==WS-CT-RECORD==.
01 WS-CT-RETURN-STATUS  PIC XX.

01 WS-IT-OP-CODE        PIC X.
COPY "inv-items.cpy" REPLACING ==IT-RECORD== BY ==WS-IT-RECORD==.
01 WS-IT-RETURN-STATUS  PIC XX.

*> Quebra por contagem
01 WS-CUR-COUNT-ID      PIC 9(6) VALUE 0.
01 WS-CUR-SHEET-DATE    PIC 9(8).
01 WS-CUR-SELECTION     PIC X(1).
01 WS-CNT-LINES         PIC 9(6).
01 WS-CNT-COUNTED       PIC 9(6).
01 WS-CNT-EXACT         PIC 9(6).
01 WS-CNT-WITHIN        PIC 9(6).
01 WS-CNT-OVER          PIC 9(6).
01 WS-CNT-POSTED        PIC 9(6).
01 WS-CNT-BOOK-CENTS    PIC 9(17).
01 WS-CNT-ABS-CENTS     PIC 9(17).

*> Totais gerais
01 WS-TOT-SHEETS        PIC 9(6) VALUE 0.
01 WS-TOT-COUNTED       PIC 9(6) VALUE 0.
01 WS-TOT-EXACT         PIC 9(6) VALUE 0.
01 WS-TOT-BOOK-CENTS    PIC 9(17) VALUE 0.
01 WS-TOT-ABS-CENTS     PIC 9(17) VALUE 0.

*> Acumuladores por item
01 WS-ITEM-TABLE.
   05 WS-ITEM-ENTRY OCCURS 1000 TIMES.
      10 WS-ITEM-ID         PIC 9(6).
      10 WS-ITEM-COUNTS     PIC 9(5).
      10 WS-ITEM-EXACT      PIC 9(5).
      10 WS-ITEM-NET-QTY    PIC S9(11).
      10 WS-ITEM-ABS-CENTS  PIC 9(17).
01 WS-ITEM-COUNT        PIC 9(4) VALUE 0.
01 WS-ITEM-I            PIC 9(4).
01 WS-ITEM-FOUND-SWITCH PIC X.
   88 ITEM-SLOT-FOUND         VALUE "Y".

01 WS-VAR-QTY           PIC S9(10).
01 WS-ABS-QTY           PIC 9(10).
01 WS-ABS-CENTS         PIC 9(15).
01 WS-ACC-COUNTED       PIC 9(6).
01 WS-ACC-EXACT         PIC 9(6).
01 WS-ACCURACY          PIC 9(3)V99.
01 WS-VALUE-ACCURACY    PIC S9(3)V99.
01 WS-EDIT-PCT          PIC ZZ9.99.
01 WS-EDIT-VPCT         PIC -ZZ9.99.
01 WS-EDIT-QTY          PIC -(10)9.
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-BOOK         PIC -(14)9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== INV-COUNT-RPT - Acuracidade da contagem ciclica ==="
    DISPLAY "Periodo de geracao das fichas (AAAAMM, 0 = todas): "
            WITH NO ADVANCING
    MOVE 0 TO WS-REPORT-PERIOD
    ACCEPT WS-REPORT-PERIOD

    MOVE "INV-COUNT" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== INV-COUNT-RPT - Acuracidade da contagem ciclica "
           DELIMITED BY SIZE
           "- fichas de " DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " (000000 = todas) ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Por contagem ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE SPACE TO WS-CT-RECORD
    MOVE "B" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       IF WS-REPORT-PERIOD = 0
          OR CT-SHEET-DATE OF WS-CT-RECORD (1:6) = WS-REPORT-PERIOD
          PERFORM ACCUMULATE-COUNT-LINE
       END-IF
       MOVE "M" TO WS-CT-OP-CODE
       CALL "INV-COUNTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM

    IF WS-CUR-COUNT-ID NOT = 0
       PERFORM PRINT-COUNT-SUMMARY
    END-IF

    PERFORM PRINT-GRAND-TOTAL
    PERFORM PRINT-ITEM-BLOCK

    PERFORM CLOSE-REPORT-SPOOL
    STOP RUN
    .

ACCUMULATE-COUNT-LINE.
    IF CT-COUNT-ID OF WS-CT-RECORD NOT = WS-CUR-COUNT-ID
       IF WS-CUR-COUNT-ID NOT = 0
          PERFORM PRINT-COUNT-SUMMARY
       END-IF
       PERFORM START-COUNT-GROUP
    END-IF

    ADD 1 TO WS-CNT-LINES
    IF CT-IS-POSTED OF WS-CT-RECORD
       ADD 1 TO WS-CNT-POSTED
    END-IF
    IF CT-IS-OPEN OF WS-CT-RECORD
       *> Ainda nao contado: fica fora da acuracidade
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CNT-COUNTED
    ADD CT-BOOK-VALUE-CENTS OF WS-CT-RECORD TO WS-CNT-BOOK-CENTS

    COMPUTE WS-VAR-QTY = CT-COUNTED-QTY OF WS-CT-RECORD
          - CT-BOOK-QTY OF WS-CT-RECORD
    IF WS-VAR-QTY < 0
       COMPUTE WS-ABS-QTY = 0 - WS-VAR-QTY
    ELSE
       MOVE WS-VAR-QTY TO WS-ABS-QTY
    END-IF

    *> Divergencia valorada ao custo medio congelado; item sem
    *> saldo na geracao usa o valor efetivamente lancado
    MOVE 0 TO WS-ABS-CENTS
    IF CT-BOOK-QTY OF WS-CT-RECORD > 0
       COMPUTE WS-ABS-CENTS ROUNDED =
               WS-ABS-QTY * CT-BOOK-VALUE-CENTS OF WS-CT-RECORD
             / CT-BOOK-QTY OF WS-CT-RECORD
    ELSE
       MOVE CT-ADJ-CENTS OF WS-CT-RECORD TO WS-ABS-CENTS
    END-IF
    ADD WS-ABS-CENTS TO WS-CNT-ABS-CENTS

    EVALUATE TRUE
       WHEN WS-VAR-QTY = 0
          ADD 1 TO WS-CNT-EXACT
       WHEN CT-OVER-TOLERANCE OF WS-CT-RECORD
          ADD 1 TO WS-CNT-OVER
       WHEN OTHER
          ADD 1 TO WS-CNT-WITHIN
    END-EVALUATE

    PERFORM ACCUMULATE-ITEM
    .

START-COUNT-GROUP.
    MOVE CT-COUNT-ID OF WS-CT-RECORD TO WS-CUR-COUNT-ID
    MOVE CT-SHEET-DATE OF WS-CT-RECORD TO WS-CUR-SHEET-DATE
    MOVE CT-SELECTION OF WS-CT-RECORD TO WS-CUR-SELECTION
    MOVE 0 TO WS-CNT-LINES WS-CNT-COUNTED WS-CNT-EXACT
              WS-CNT-WITHIN WS-CNT-OVER WS-CNT-POSTED
    MOVE 0 TO WS-CNT-BOOK-CENTS WS-CNT-ABS-CENTS
    ADD 1 TO WS-TOT-SHEETS
    .

ACCUMULATE-ITEM.
    MOVE "N" TO WS-ITEM-FOUND-SWITCH
    PERFORM VARYING WS-ITEM-I FROM 1 BY 1
            UNTIL WS-ITEM-I > WS-ITEM-COUNT OR ITEM-SLOT-FOUND
       IF WS-ITEM-ID (WS-ITEM-I) = CT-ITEM-ID OF WS-CT-RECORD
          MOVE "Y" TO WS-ITEM-FOUND-SWITCH
       END-IF
    END-PERFORM
    IF ITEM-SLOT-FOUND
       *> O VARYING incrementa antes de testar o UNTIL: volta um
       *> passo para apontar o slot encontrado
       SUBTRACT 1 FROM WS-ITEM-I
    END-IF

    IF NOT ITEM-SLOT-FOUND
       IF WS-ITEM-COUNT >= 1000
          MOVE SPACES TO WS-RP-LINE
          STRING "*** Mais de 1000 itens distintos - item "
                 DELIMITED BY SIZE
                 CT-ITEM-ID OF WS-CT-RECORD DELIMITED BY SIZE
                 " fora do quadro por item. ***" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-ITEM-COUNT
       MOVE WS-ITEM-COUNT TO WS-ITEM-I
       MOVE CT-ITEM-ID OF WS-CT-RECORD TO WS-ITEM-ID (WS-ITEM-I)
       MOVE 0 TO WS-ITEM-COUNTS (WS-ITEM-I)
       MOVE 0 TO WS-ITEM-EXACT (WS-ITEM-I)
       MOVE 0 TO WS-ITEM-NET-QTY (WS-ITEM-I)
       MOVE 0 TO WS-ITEM-ABS-CENTS (WS-ITEM-I)
    END-IF

    ADD 1 TO WS-ITEM-COUNTS (WS-ITEM-I)
    IF WS-VAR-QTY = 0
       ADD 1 TO WS-ITEM-EXACT (WS-ITEM-I)
    END-IF
    ADD WS-VAR-QTY TO WS-ITEM-NET-QTY (WS-ITEM-I)
    ADD WS-ABS-CENTS TO WS-ITEM-ABS-CENTS (WS-ITEM-I)
    .

PRINT-COUNT-SUMMARY.
    ADD WS-CNT-COUNTED    TO WS-TOT-COUNTED
    ADD WS-CNT-EXACT      TO WS-TOT-EXACT
    ADD WS-CNT-BOOK-CENTS TO WS-TOT-BOOK-CENTS
    ADD WS-CNT-ABS-CENTS  TO WS-TOT-ABS-CENTS

    MOVE SPACES TO WS-RP-LINE
    STRING "Contagem " DELIMITED BY SIZE
           WS-CUR-COUNT-ID DELIMITED BY SIZE
           " de " DELIMITED BY SIZE
           WS-CUR-SHEET-DATE DELIMITED BY SIZE
           " criterio " DELIMITED BY SIZE
           WS-CUR-SELECTION DELIMITED BY SIZE
           ": itens " DELIMITED BY SIZE
           WS-CNT-LINES DELIMITED BY SIZE
           " contados " DELIMITED BY SIZE
           WS-CNT-COUNTED DELIMITED BY SIZE
           " exatos " DELIMITED BY SIZE
           WS-CNT-EXACT DELIMITED BY SIZE
           " na tol. " DELIMITED BY SIZE
           WS-CNT-WITHIN DELIMITED BY SIZE
           " acima " DELIMITED BY SIZE
           WS-CNT-OVER DELIMITED BY SIZE
           " lancados " DELIMITED BY SIZE
           WS-CNT-POSTED DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE WS-CNT-COUNTED    TO WS-ACC-COUNTED
    MOVE WS-CNT-EXACT      TO WS-ACC-EXACT
    PERFORM COMPUTE-ACCURACY
    COMPUTE WS-DEC-AMOUNT = WS-CNT-ABS-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-CNT-BOOK-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-BOOK
    PERFORM EMIT-ACCURACY-LINE
    .

PRINT-GRAND-TOTAL.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-TOT-SHEETS = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhuma ficha de contagem no periodo."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "Total: " DELIMITED BY SIZE
           WS-TOT-SHEETS DELIMITED BY SIZE
           " contagem(ns), " DELIMITED BY SIZE
           WS-TOT-COUNTED DELIMITED BY SIZE
           " linhas contadas, " DELIMITED BY SIZE
           WS-TOT-EXACT DELIMITED BY SIZE
           " exatas" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE WS-TOT-COUNTED    TO WS-ACC-COUNTED
    MOVE WS-TOT-EXACT      TO WS-ACC-EXACT
    MOVE WS-TOT-BOOK-CENTS TO WS-CNT-BOOK-CENTS
    MOVE WS-TOT-ABS-CENTS  TO WS-CNT-ABS-CENTS
    PERFORM COMPUTE-ACCURACY
    COMPUTE WS-DEC-AMOUNT = WS-TOT-ABS-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-TOT-BOOK-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-BOOK
    PERFORM EMIT-ACCURACY-LINE
    .

COMPUTE-ACCURACY.
    *> Entrada: WS-ACC-COUNTED/WS-ACC-EXACT e
    *> WS-CNT-BOOK-CENTS/WS-CNT-ABS-CENTS = valor congelado e
    *> divergencia absoluta
    MOVE 0 TO WS-ACCURACY
    IF WS-ACC-COUNTED > 0
       COMPUTE WS-ACCURACY ROUNDED = WS-ACC-EXACT * 100
             / WS-ACC-COUNTED
    END-IF
    MOVE 100 TO WS-VALUE-ACCURACY
    IF WS-CNT-BOOK-CENTS > 0
       COMPUTE WS-VALUE-ACCURACY ROUNDED = 100
             - (WS-CNT-ABS-CENTS * 100 / WS-CNT-BOOK-CENTS)
          ON SIZE ERROR
             MOVE -999.99 TO WS-VALUE-ACCURACY
       END-COMPUTE
    END-IF
    MOVE WS-ACCURACY TO WS-EDIT-PCT
    MOVE WS-VALUE-ACCURACY TO WS-EDIT-VPCT
    .

EMIT-ACCURACY-LINE.
    MOVE SPACES TO WS-RP-LINE
    STRING "    Acuracidade em itens: " DELIMITED BY SIZE
           WS-EDIT-PCT DELIMITED BY SIZE
           "%   em valor: " DELIMITED BY SIZE
           WS-EDIT-VPCT DELIMITED BY SIZE
           "%   divergencia abs.: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "   valor contado: " DELIMITED BY SIZE
           WS-EDIT-BOOK DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-ITEM-BLOCK.
    IF WS-ITEM-COUNT = 0
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Por item ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Item   Descricao                      Contagens Exatas"
           DELIMITED BY SIZE
           " Acurac.%  Diverg. liq. qtde  Diverg. abs. valor"
           DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-ITEM-I FROM 1 BY 1
            UNTIL WS-ITEM-I > WS-ITEM-COUNT
       PERFORM PRINT-ONE-ITEM
    END-PERFORM
    .

PRINT-ONE-ITEM.
    MOVE SPACE TO WS-IT-RECORD
    MOVE WS-ITEM-ID (WS-ITEM-I) TO IT-ITEM-ID OF WS-IT-RECORD
    MOVE "R" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS
    IF WS-IT-RETURN-STATUS NOT = "00"
       MOVE "*** ITEM NAO CADASTRADO ***"
         TO IT-DESCRIPTION OF WS-IT-RECORD
    END-IF

    MOVE 0 TO WS-ACCURACY
    IF WS-ITEM-COUNTS (WS-ITEM-I) > 0
       COMPUTE WS-ACCURACY ROUNDED = WS-ITEM-EXACT (WS-ITEM-I) * 100
             / WS-ITEM-COUNTS (WS-ITEM-I)
    END-IF
    MOVE WS-ACCURACY TO WS-EDIT-PCT
    MOVE WS-ITEM-NET-QTY (WS-ITEM-I) TO WS-EDIT-QTY
    COMPUTE WS-DEC-AMOUNT = WS-ITEM-ABS-CENTS (WS-ITEM-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT

    MOVE SPACES TO WS-RP-LINE
    STRING WS-ITEM-ID (WS-ITEM-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IT-DESCRIPTION OF WS-IT-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ITEM-COUNTS (WS-ITEM-I) DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-ITEM-EXACT (WS-ITEM-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-PCT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-QTY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

EMIT-REPORT-LINE.
    *> Cada linha do relatorio sai no terminal e no spool
    DISPLAY WS-RP-LINE
    MOVE "L" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .

OPEN-REPORT-SPOOL.
    MOVE "O" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    IF WS-RP-RETURN-STATUS NOT = "00"
       DISPLAY "Aviso: spool de impressao indisponivel (STATUS "
               WS-RP-RETURN-STATUS ") - relatorio so no terminal."
    END-IF
    .

CLOSE-REPORT-SPOOL.
    MOVE "C" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .
