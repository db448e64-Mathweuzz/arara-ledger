*>     no mes seguinte e a execucao seguinte constitui a nova
*>     provisao cheia - o saldo da redutora e sempre o da ULTIMA
*>     matriz aplicada, nunca a soma dos meses.
*>   - Baixa como perda (opcional): com PDD-WRITEOFF-DAYS no
*>     SYS-PARAMS (0/ausente = sem baixa), a fatura vencida ha
*>     mais dias que isso no fim do periodo sai da base da
*>     provisao e e baixada num lancamento proprio (D despesa de
*>     perda - PDD-WRITEOFF-ACCT, default a conta de despesa da
*>     provisao - / C clientes de cada fatura), com ID da faixa
*>     comum; a fatura fica quitada na data do fim do periodo,
*>     marcada AR-IS-WRITTEN-OFF e ligada a esse lancamento em
*>     AR-RECEIPT-TXN-ID. Fatura em remessa de cobranca (boleto
*>     no banco) nao e baixada - segue provisionada.
*>   - Ao final imprime o relatorio de movimentacao da conta
*>     redutora no LEDGER (abertura, debito, credito e
*>     fechamento do periodo), espoolado via RPT-SPOOL.
01 WS-BASE-OVER90       PIC 9(18) VALUE 0.
01 WS-INVOICES-SCANNED  PIC 9(6)  VALUE 0.

*> Baixa como perda: candidatas anotadas na varredura e
*> baixadas depois dela (o 'U' no meio do browse devolve 41).
*> Ate 150 faturas por execucao (1 linha de despesa + 1 de
*> clientes por fatura, dentro das 200 linhas do lancamento);
*> o excedente fica para a execucao seguinte, provisionado.
01 WS-WRITEOFF-DAYS     PIC 9(5) VALUE 0.
01 WS-WRITEOFF-ACCT     PIC 9(10) VALUE 0.
01 WS-WO-TABLE.
   05 WS-WO-ENTRY OCCURS 150 TIMES.
      10 WS-WO-CUSTOMER-ID  PIC 9(6).
      10 WS-WO-INVOICE-NO   PIC X(12).
      10 WS-WO-RECV-ACCT    PIC 9(10).
      10 WS-WO-AMOUNT       PIC 9(15).
01 WS-WO-COUNT          PIC 9(3) VALUE 0.
01 WS-WO-I              PIC 9(3).
01 WS-WO-LINE           PIC 9(3).
01 WS-WO-TOTAL          PIC 9(18) VALUE 0.
01 WS-WO-OVERFLOW       PIC 9(6) VALUE 0.
01 WS-WO-MARKED         PIC 9(3) VALUE 0.
01 WS-WO-TXN-ID         PIC 9(12) VALUE 0.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "

    PERFORM SCAN-OPEN-INVOICES

    IF WS-WO-COUNT > 0
       PERFORM WRITE-WRITEOFF-ENTRY
       IF WS-JR-RETURN-STATUS = FS-OK
          PERFORM MARK-WRITTEN-OFF-INVOICES
       ELSE
          *> Baixa recusada: as faturas voltam a base, na faixa
          *> +90 dias, para nao ficarem sem provisao
          ADD WS-WO-TOTAL TO WS-BASE-OVER90
          COMPUTE WS-ITEM-PROVISION ROUNDED =
                  (WS-WO-TOTAL * WS-PCT-OVER90) / 10000
          ADD WS-ITEM-PROVISION TO WS-TOTAL-PROVISION
          MOVE 0 TO WS-WO-COUNT
       END-IF
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "=== AR-PROVISION - PDD do periodo " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM PRINT-BUCKET-BASES
    IF WS-WO-COUNT > 0
       PERFORM PRINT-WRITEOFFS
    END-IF

    IF WS-TOTAL-PROVISION = 0
       MOVE SPACES TO WS-RP-LINE
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY " "
    DISPLAY "Faturas em aberto varridas: " WS-INVOICES-SCANNED
    DISPLAY "Provisao constituida......: " WS-TOTAL-PROVISION
    DISPLAY "Faturas baixadas (perda)..: " WS-WO-MARKED
    DISPLAY "AR-PROVISION - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PCT-OVER90
    END-IF

    *> Baixa como perda: prazo e conta de despesa da baixa
    MOVE SPACE TO WS-SP-RECORD
    MOVE "PDD-WRITEOFF-DAYS" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PCT
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-WRITEOFF-DAYS
    END-IF

    MOVE WS-EXPENSE-ACCT TO WS-WRITEOFF-ACCT
    MOVE SPACE TO WS-SP-RECORD
    MOVE "PDD-WRITEOFF-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PCT
    IF WS-SP-RETURN-STATUS = "00"
       AND SP-VALUE OF WS-SP-RECORD NOT = 0
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-WRITEOFF-ACCT
    END-IF
    .

READ-ONE-PCT.
    PERFORM COMPUTE-DATE-DAYS
    COMPUTE WS-OVERDUE-DAYS = WS-REF-DAYS - WS-DATE-DAYS

    *> Vencida alem do prazo de baixa: sai da base da provisao
    IF WS-WRITEOFF-DAYS > 0
       AND WS-OVERDUE-DAYS > WS-WRITEOFF-DAYS
       AND NOT AR-IN-REMIT OF WS-AR-RECORD
       AND AR-AMOUNT-CENTS OF WS-AR-RECORD > 0
       IF WS-WO-COUNT < 150
          ADD 1 TO WS-WO-COUNT
          MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
            TO WS-WO-CUSTOMER-ID (WS-WO-COUNT)
          MOVE AR-INVOICE-NO OF WS-AR-RECORD
            TO WS-WO-INVOICE-NO (WS-WO-COUNT)
          MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD
            TO WS-WO-RECV-ACCT (WS-WO-COUNT)
          MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD
            TO WS-WO-AMOUNT (WS-WO-COUNT)
          ADD AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-WO-TOTAL
          EXIT PARAGRAPH
       ELSE
          ADD 1 TO WS-WO-OVERFLOW
       END-IF
    END-IF

    EVALUATE TRUE
       WHEN WS-OVERDUE-DAYS <= 0
          MOVE WS-PCT-CURRENT TO WS-CUR-PCT
    *> por cima da outra a cada periodo
    SET JR-AUTO-REVERSE          TO TRUE

    SET JR-SRC-AR-PROVISION OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    *> anterior - o relatorio ainda sai, nada e regravado
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       AND WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

WRITE-WRITEOFF-ENTRY.
    *> D despesa de perda pelo total / C clientes por fatura
    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       DISPLAY "*** Numeracao indisponivel - baixa como perda NAO "
               "feita. STATUS: " WS-SQ-RETURN-STATUS
       MOVE WS-SQ-RETURN-STATUS TO WS-JR-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SQ-TXN-ID TO WS-WO-TXN-ID

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-WO-TXN-ID TO JR-TXN-ID
    MOVE WS-PERIOD-END-DATE TO JR-DATE

    STRING "BAIXA PERDA CLIENTES " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-WRITEOFF-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-WO-TOTAL TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 1 TO WS-WO-LINE
    PERFORM VARYING WS-WO-I FROM 1 BY 1 UNTIL WS-WO-I > WS-WO-COUNT
       ADD 1 TO WS-WO-LINE
       MOVE WS-WO-LINE TO JR-LINE-NO (WS-WO-LINE)
       MOVE WS-WO-RECV-ACCT (WS-WO-I)
         TO JR-LINE-ACCOUNT-ID (WS-WO-LINE)
       MOVE "C" TO JR-LINE-DC (WS-WO-LINE)
       MOVE WS-WO-AMOUNT (WS-WO-I)
         TO JR-LINE-AMOUNT-CENTS (WS-WO-LINE)
    END-PERFORM

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR-PROVISION OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO

    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         WS-JR-OPERATOR-ID
         WS-JR-RETURN-STATUS
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "*** Lancamento da baixa como perda recusado - STATUS: "
               WS-JR-RETURN-STATUS " - faturas seguem em aberto."
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

MARK-WRITTEN-OFF-INVOICES.
    PERFORM VARYING WS-WO-I FROM 1 BY 1 UNTIL WS-WO-I > WS-WO-COUNT
       MOVE SPACE TO WS-AR-RECORD
       MOVE WS-WO-CUSTOMER-ID (WS-WO-I)
         TO AR-CUSTOMER-ID OF WS-AR-RECORD
       MOVE WS-WO-INVOICE-NO (WS-WO-I)
         TO AR-INVOICE-NO OF WS-AR-RECORD
       MOVE "R" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
       IF WS-AR-RETURN-STATUS = "00"
          SET AR-IS-PAID OF WS-AR-RECORD TO TRUE
          MOVE WS-PERIOD-END-DATE TO AR-PAID-DATE OF WS-AR-RECORD
          MOVE WS-WO-TXN-ID TO AR-RECEIPT-TXN-ID OF WS-AR-RECORD
          SET AR-IS-WRITTEN-OFF OF WS-AR-RECORD TO TRUE
          MOVE "U" TO WS-AR-OP-CODE
          CALL "AR-INVOICES-IO" USING
               WS-AR-OP-CODE
               WS-AR-RECORD
               WS-AR-RETURN-STATUS
       END-IF
       IF WS-AR-RETURN-STATUS = "00"
          ADD 1 TO WS-WO-MARKED
       ELSE
          DISPLAY "*** Fatura " WS-WO-CUSTOMER-ID (WS-WO-I) "/"
                  WS-WO-INVOICE-NO (WS-WO-I)
                  " baixada no lancamento " WS-WO-TXN-ID
                  " mas NAO marcada - STATUS: " WS-AR-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .

PRINT-WRITEOFFS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Baixa como perda (vencidas ha mais de " DELIMITED BY SIZE
           WS-WRITEOFF-DAYS DELIMITED BY SIZE
           " dias) ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-WO-I FROM 1 BY 1 UNTIL WS-WO-I > WS-WO-COUNT
       COMPUTE WS-DEC-AMOUNT = WS-WO-AMOUNT (WS-WO-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "  " DELIMITED BY SIZE
              WS-WO-CUSTOMER-ID (WS-WO-I) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-WO-INVOICE-NO (WS-WO-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    COMPUTE WS-DEC-AMOUNT = WS-WO-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "BAIXADO NO MES..: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  (lancamento " DELIMITED BY SIZE
           WS-WO-TXN-ID DELIMITED BY SIZE
           ", faturas marcadas " DELIMITED BY SIZE
           WS-WO-MARKED DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-WO-OVERFLOW > 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Acima do limite da execucao: " DELIMITED BY SIZE
              WS-WO-OVERFLOW DELIMITED BY SIZE
              " fatura(s) seguem provisionadas - reexecute."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

