>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: grni-rpt.cob
*> Objetivo:
*>   - Relatorio de fechamento dos recebimentos nao faturados
*>     (GRNI): para um periodo AAAAMM informado, lista por pedido
*>     de compra as entradas de estoque ainda sem fatura no fim
*>     do mes (GRNI-IO), com fornecedor, data, idade em dias
*>     (convencao 360/30 do AP-AGING) e valor aberto; resume por
*>     faixa de idade e por fornecedor.
*>   - Prova: o total aberto tem de bater com o saldo credor da
*>     conta GRNI-ACCT (SYS-PARAMS) no LEDGER do periodo, no
*>     molde do INV-RECON. Diferenca sai marcada DIVERGENCIA e o
*>     programa termina com RC 4 (aviso).
*>   - Posicao no fim do mes: recebimento de data posterior fica
*>     de fora; linha baixada depois do fim do mes volta inteira
*>     para o aberto (baixa parcial posterior ao mes nao e
*>     recomposta - rodado no fechamento, o retrato e exato).
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. GRNI-RPT.

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
01 WS-PERIOD-END        PIC 9(8).

01 WS-GR-OP-CODE        PIC X.
COPY "grni.cpy" REPLACING ==GR-RECORD== BY ==WS-GR-RECORD==.
01 WS-GR-RETURN-STATUS  PIC XX.

01 WS-VD-OP-CODE        PIC X.
COPY "vendors.cpy" REPLACING ==VD-RECORD== BY ==WS-VD-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-GRNI-ACCT         PIC 9(10) VALUE 0.

*> Quebra por pedido
01 WS-CUR-PO            PIC 9(8) VALUE 0.
01 WS-PO-TOTAL          PIC 9(15) VALUE 0.
01 WS-PO-LINES          PIC 9(4) VALUE 0.
01 WS-OPEN-CENTS        PIC 9(15).
01 WS-AGE-DAYS          PIC S9(9).

*> Totais por faixa de idade: ate 30, 31-60, 61-90, acima de 90
01 WS-BUCKET-TABLE.
   05 WS-BUCKET-CENTS OCCURS 4 TIMES PIC 9(15).
   05 WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(6).
01 WS-BUCKET-I          PIC 9.
01 WS-BUCKET-LABELS.
   05 FILLER            PIC X(12) VALUE "ate 30 dias ".
   05 FILLER            PIC X(12) VALUE "31 a 60 dias".
   05 FILLER            PIC X(12) VALUE "61 a 90 dias".
   05 FILLER            PIC X(12) VALUE "acima de 90 ".
01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
   05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(12).

*> Resumo por fornecedor
01 WS-VEND-TABLE.
   05 WS-VEND-ENTRY OCCURS 300 TIMES.
      10 WS-VEND-ID     PIC 9(6).
      10 WS-VEND-CENTS  PIC 9(15).
      10 WS-VEND-COUNT  PIC 9(6).
01 WS-VEND-N            PIC 9(3) VALUE 0.
01 WS-VEND-I            PIC 9(3).
01 WS-VEND-FOUND-SWITCH PIC X.
   88 VEND-SLOT-FOUND         VALUE "Y".

01 WS-OPEN-TOTAL        PIC 9(15) VALUE 0.
01 WS-OPEN-COUNT        PIC 9(6) VALUE 0.
01 WS-GL-CLOSING        PIC S9(18).
01 WS-GL-CREDIT         PIC S9(18).
01 WS-DIFF-CENTS        PIC S9(18).

*> Dias corridos pela mesma convencao 360/30 do AP-AGING
01 WS-DATE-WORK         PIC 9(8).
01 WS-DATE-YYYY         PIC 9(4).
01 WS-DATE-MM           PIC 9(2).
01 WS-DATE-DD           PIC 9(2).
01 WS-DATE-DAYS         PIC S9(9).
01 WS-END-DAYS          PIC S9(9).

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-GL           PIC -(14)9.99.
01 WS-EDIT-DIFF         PIC -(14)9.99.
01 WS-EDIT-AGE          PIC ZZZZ9.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== GRNI-RPT - Recebimentos nao faturados ==="
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    COMPUTE WS-PERIOD-END = WS-REPORT-PERIOD * 100 + 31
    COMPUTE WS-DATE-WORK = WS-REPORT-PERIOD * 100 + 30
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-END-DAYS

    MOVE SPACE TO WS-SP-RECORD
    MOVE "GRNI-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-GRNI-ACCT
    END-IF

    MOVE "GRNI-RPT" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== GRNI-RPT - Recebido e nao faturado - periodo "
           DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    INITIALIZE WS-BUCKET-TABLE
    PERFORM LIST-OPEN-RECEIPTS

    IF WS-OPEN-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum recebimento aberto no fim do periodo."
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       PERFORM PRINT-AGE-SUMMARY
       PERFORM PRINT-VENDOR-SUMMARY
    END-IF

    PERFORM RECONCILE-GRNI-ACCOUNT

    PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LIST-OPEN-RECEIPTS.
    MOVE SPACE TO WS-GR-RECORD
    MOVE "B" TO WS-GR-OP-CODE
    CALL "GRNI-IO" USING
         WS-GR-OP-CODE
         WS-GR-RECORD
         WS-GR-RETURN-STATUS

    PERFORM UNTIL WS-GR-RETURN-STATUS NOT = "00"
       PERFORM CHECK-ONE-RECEIPT
       MOVE "M" TO WS-GR-OP-CODE
       CALL "GRNI-IO" USING
            WS-GR-OP-CODE
            WS-GR-RECORD
            WS-GR-RETURN-STATUS
    END-PERFORM

    IF WS-CUR-PO NOT = 0
       PERFORM PRINT-PO-TOTAL
    END-IF
    .

CHECK-ONE-RECEIPT.
    *> Valor aberto na posicao do fim do mes
    MOVE 0 TO WS-OPEN-CENTS
    IF GR-RECEIPT-DATE OF WS-GR-RECORD > WS-PERIOD-END
       EXIT PARAGRAPH
    END-IF
    IF GR-IS-OPEN OF WS-GR-RECORD
       COMPUTE WS-OPEN-CENTS = GR-RECEIVED-CENTS OF WS-GR-RECORD
             - GR-INVOICED-CENTS OF WS-GR-RECORD
    ELSE
       IF GR-CLEARED-DATE OF WS-GR-RECORD > WS-PERIOD-END
          MOVE GR-RECEIVED-CENTS OF WS-GR-RECORD TO WS-OPEN-CENTS
       END-IF
    END-IF
    IF WS-OPEN-CENTS = 0
       EXIT PARAGRAPH
    END-IF

    IF GR-PO-NUMBER OF WS-GR-RECORD NOT = WS-CUR-PO
       IF WS-CUR-PO NOT = 0
          PERFORM PRINT-PO-TOTAL
       END-IF
       PERFORM PRINT-PO-HEADER
    END-IF

    MOVE GR-RECEIPT-DATE OF WS-GR-RECORD TO WS-DATE-WORK
    PERFORM COMPUTE-DATE-DAYS
    COMPUTE WS-AGE-DAYS = WS-END-DAYS - WS-DATE-DAYS
    IF WS-AGE-DAYS < 0
       MOVE 0 TO WS-AGE-DAYS
    END-IF
    EVALUATE TRUE
       WHEN WS-AGE-DAYS NOT > 30
          MOVE 1 TO WS-BUCKET-I
       WHEN WS-AGE-DAYS NOT > 60
          MOVE 2 TO WS-BUCKET-I
       WHEN WS-AGE-DAYS NOT > 90
          MOVE 3 TO WS-BUCKET-I
       WHEN OTHER
          MOVE 4 TO WS-BUCKET-I
    END-EVALUATE
    ADD WS-OPEN-CENTS TO WS-BUCKET-CENTS (WS-BUCKET-I)
    ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-I)

    ADD WS-OPEN-CENTS TO WS-PO-TOTAL
    ADD 1 TO WS-PO-LINES
    ADD WS-OPEN-CENTS TO WS-OPEN-TOTAL
    ADD 1 TO WS-OPEN-COUNT
    PERFORM ACCUMULATE-VENDOR

    MOVE WS-AGE-DAYS TO WS-EDIT-AGE
    COMPUTE WS-DEC-AMOUNT = WS-OPEN-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "  " DELIMITED BY SIZE
           GR-SEQ OF WS-GR-RECORD DELIMITED BY SIZE
           "  entrada " DELIMITED BY SIZE
           GR-RECEIPT-DATE OF WS-GR-RECORD DELIMITED BY SIZE
           "  item " DELIMITED BY SIZE
           GR-ITEM-ID OF WS-GR-RECORD DELIMITED BY SIZE
           "  qtde " DELIMITED BY SIZE
           GR-QTY OF WS-GR-RECORD DELIMITED BY SIZE
           "  idade " DELIMITED BY SIZE
           WS-EDIT-AGE DELIMITED BY SIZE
           "  aberto " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-PO-HEADER.
    MOVE GR-PO-NUMBER OF WS-GR-RECORD TO WS-CUR-PO
    MOVE 0 TO WS-PO-TOTAL
    MOVE 0 TO WS-PO-LINES

    MOVE SPACE TO WS-VD-RECORD
    MOVE GR-VENDOR-ID OF WS-GR-RECORD TO VD-VENDOR-ID OF WS-VD-RECORD
    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       MOVE "(fornecedor nao cadastrado)" TO VD-NAME OF WS-VD-RECORD
    END-IF

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Pedido " DELIMITED BY SIZE
           WS-CUR-PO DELIMITED BY SIZE
           "  fornecedor " DELIMITED BY SIZE
           GR-VENDOR-ID OF WS-GR-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VD-NAME OF WS-VD-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-PO-TOTAL.
    COMPUTE WS-DEC-AMOUNT = WS-PO-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "  Total do pedido " DELIMITED BY SIZE
           WS-CUR-PO DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-PO-LINES DELIMITED BY SIZE
           " entrada(s)): " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

ACCUMULATE-VENDOR.
    MOVE "N" TO WS-VEND-FOUND-SWITCH
    PERFORM VARYING WS-VEND-I FROM 1 BY 1
            UNTIL WS-VEND-I > WS-VEND-N OR VEND-SLOT-FOUND
       IF WS-VEND-ID (WS-VEND-I) = GR-VENDOR-ID OF WS-GR-RECORD
          ADD WS-OPEN-CENTS TO WS-VEND-CENTS (WS-VEND-I)
          ADD 1 TO WS-VEND-COUNT (WS-VEND-I)
          MOVE "Y" TO WS-VEND-FOUND-SWITCH
       END-IF
    END-PERFORM

    IF NOT VEND-SLOT-FOUND
       IF WS-VEND-N >= 300
          MOVE SPACES TO WS-RP-LINE
          STRING "*** Mais de 300 fornecedores - resumo por "
                 DELIMITED BY SIZE
                 "fornecedor incompleto. ***" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       ELSE
          ADD 1 TO WS-VEND-N
          MOVE GR-VENDOR-ID OF WS-GR-RECORD TO WS-VEND-ID (WS-VEND-N)
          MOVE WS-OPEN-CENTS TO WS-VEND-CENTS (WS-VEND-N)
          MOVE 1 TO WS-VEND-COUNT (WS-VEND-N)
       END-IF
    END-IF
    .

PRINT-AGE-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Idade dos recebimentos abertos ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       COMPUTE WS-DEC-AMOUNT = WS-BUCKET-CENTS (WS-BUCKET-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "  " DELIMITED BY SIZE
              WS-BUCKET-LABEL (WS-BUCKET-I) DELIMITED BY SIZE
              "  entradas " DELIMITED BY SIZE
              WS-BUCKET-COUNT (WS-BUCKET-I) DELIMITED BY SIZE
              "  valor " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

PRINT-VENDOR-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Resumo por fornecedor ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-VEND-I FROM 1 BY 1 UNTIL WS-VEND-I > WS-VEND-N
       COMPUTE WS-DEC-AMOUNT = WS-VEND-CENTS (WS-VEND-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "  Fornecedor " DELIMITED BY SIZE
              WS-VEND-ID (WS-VEND-I) DELIMITED BY SIZE
              "  entradas " DELIMITED BY SIZE
              WS-VEND-COUNT (WS-VEND-I) DELIMITED BY SIZE
              "  valor " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

RECONCILE-GRNI-ACCOUNT.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-GRNI-ACCT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Parametro GRNI-ACCT nao cadastrado - prova com o "
              DELIMITED BY SIZE
              "LEDGER nao feita. ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-GL-CLOSING
    MOVE SPACE TO WS-LG-RECORD
    MOVE WS-GRNI-ACCT     TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-REPORT-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS = "00"
       MOVE LG-CLOSING-CENTS OF WS-LG-RECORD TO WS-GL-CLOSING
    END-IF

    *> Conta transitoria de passivo: saldo credor (negativo no
    *> LEDGER) e o que tem de bater com o aberto
    COMPUTE WS-GL-CREDIT = 0 - WS-GL-CLOSING
    COMPUTE WS-DIFF-CENTS = WS-OPEN-TOTAL - WS-GL-CREDIT

    COMPUTE WS-DEC-AMOUNT = WS-OPEN-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-GL-CREDIT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GL
    COMPUTE WS-DEC-AMOUNT = WS-DIFF-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DIFF

    MOVE SPACES TO WS-RP-LINE
    STRING "Total aberto " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-OPEN-COUNT DELIMITED BY SIZE
           " entradas)  conta " DELIMITED BY SIZE
           WS-GRNI-ACCT DELIMITED BY SIZE
           " LEDGER " DELIMITED BY SIZE
           WS-EDIT-GL DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-DIFF-CENTS = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "GRNI-RPT OK - recebimentos abertos fecham com o LEDGER."
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE SPACES TO WS-RP-LINE
       STRING "*** DIVERGENCIA GRNI x LEDGER: " DELIMITED BY SIZE
              WS-EDIT-DIFF DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    .

COMPUTE-DATE-DAYS.
    MOVE WS-DATE-WORK (1:4) TO WS-DATE-YYYY
    MOVE WS-DATE-WORK (5:2) TO WS-DATE-MM
    MOVE WS-DATE-WORK (7:2) TO WS-DATE-DD
    COMPUTE WS-DATE-DAYS = (WS-DATE-YYYY * 360)
                         + (WS-DATE-MM * 30)
                         + WS-DATE-DD
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
