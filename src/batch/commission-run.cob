>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: commission-run.cob
*> Objetivo:
*>   - Comissao mensal de vendas sobre o RECEBIDO: para o
*>     periodo AAAAMM do SYSIN, varre o AR-INVOICES e leva a
*>     comissao de cada fatura quitada no mes por recebimento
*>     (AR-PAID-DATE no periodo, AR-RECEIPT-TXN-ID gravado) ao
*>     vendedor da fatura (AR-SALES-REP-ID; fatura sem vendedor
*>     usa o vendedor atual do cliente, CU-SALES-REP-ID). Base =
*>     valor efetivamente recebido (saldo quitado + parte coberta
*>     por adiantamento, AR-ADVANCE-CENTS); percentual = o do
*>     cadastro do vendedor (SL-RATE-PCT, centesimos de %) na
*>     data da execucao.
*>   - Estorno de comissao: so da comissao de fato paga sobre a
*>     parte revertida. Nota de credito emitida no mes desconta
*>     do vendedor o percentual sobre o valor creditado, limitado
*>     a comissao de recebimento ja paga na fatura de origem
*>     (AR-REF-INVOICE-NO quitada por recebimento antes da data
*>     da nota); fatura de origem ainda em aberto nao pagou
*>     comissao e nao estorna nada - o recebimento futuro ja sai
*>     pelo saldo abatido. Fatura baixada como perda pelo
*>     AR-PROVISION no mes (AR-IS-WRITTEN-OFF) entra no extrato
*>     sem estorno: a baixa e de fatura em aberto, que nunca
*>     gerou comissao de recebimento. Nenhuma das duas conta
*>     como recebimento. A fatura de origem e lida depois da
*>     varredura do AR-INVOICES (leitura no meio do browse seria
*>     recusada).
*>   - Lancamento da provisao de comissoes via JOURNAL-IO pelo
*>     liquido do mes (D despesa de comissoes / C comissoes a
*>     pagar; liquido negativo inverte), contas dos parametros
*>     COMM-EXP-ACCT e COMM-PAY-ACCT do SYS-PARAMS (sem eles a
*>     execucao e recusada), sob o JR-TXN-ID reservado
*>     750000000000 + periodo (TXN-SEQ-IO 'B', faixa 'C'):
*>     reexecutar o periodo cai em "22 chave duplicada" e so o
*>     extrato sai de novo.
*>   - Extrato por vendedor no spool COMISSOES (RPT-SPOOL): cada
*>     vendedor com movimento abre a secao "--- Vendedor NNNN",
*>     que o RPT-BURST tipo 'V' separa pelo destinatario do
*>     cadastro (SL-RECIPIENT); o resumo geral sai numa secao
*>     propria, so no spool mestre.
*>   - RC 0 ok, RC 4 com recebimentos sem vendedor (fora da
*>     comissao), RC 8 periodo fechado, parametros ausentes ou
*>     lancamento recusado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. COMMISSION-RUN.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "COMMRUN".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Spool do extrato de comissoes (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "COMISSOES".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Base da faixa reservada de JR-TXN-ID (TXN-SEQ-IO 'B')
01 WS-COMM-ID-BASE      PIC 9(12).
01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-TARGET-PERIOD-X REDEFINES WS-TARGET-PERIOD.
   05 WS-TARGET-YEAR    PIC 9(4).
   05 WS-TARGET-MONTH   PIC 9(2).
01 WS-PERIOD-END-DATE   PIC 9(8).
01 WS-EXPENSE-ACCT      PIC 9(10) VALUE 0.
01 WS-PAYABLE-ACCT      PIC 9(10) VALUE 0.
01 WS-FINAL-RC          PIC 9(2) VALUE 0.

01 WS-PC-OP-CODE        PIC X.
01 WS-PC-RETURN-STATUS  PIC XX.
COPY "period-ctl.cpy".

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "COMMRUN".
01 WS-SP-RETURN-STATUS  PIC XX.

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

*> Vendedor atual do cliente (fatura sem vendedor gravado); o
*> AR-INVOICES vem na ordem do cliente, entao guarda o ultimo
01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.
01 WS-LAST-CUSTOMER-ID  PIC 9(6) VALUE 0.
01 WS-LAST-CUSTOMER-REP PIC 9(4) VALUE 0.

01 WS-SL-OP-CODE        PIC X.
COPY "salespeople.cpy" REPLACING ==SL-RECORD== BY ==WS-SL-RECORD==.
01 WS-SL-RETURN-STATUS  PIC XX.

*> Vendedores e acumuladores do periodo
01 WS-REP-TABLE.
   05 WS-REP-ENTRY OCCURS 200 TIMES.
      10 WS-REP-ID          PIC 9(4).
      10 WS-REP-NAME        PIC X(40).
      10 WS-REP-RATE        PIC 9(5).
      10 WS-REP-ITEMS       PIC 9(5).
      10 WS-REP-COLLECTED   PIC 9(18).
      10 WS-REP-COMMISSION  PIC 9(18).
      10 WS-REP-CLAW-BASE   PIC 9(18).
      10 WS-REP-CLAWBACK    PIC 9(18).
01 WS-REP-COUNT         PIC 9(3) VALUE 0.
01 WS-REP-I             PIC 9(3).
01 WS-REP-IDX           PIC 9(3).

*> Itens do extrato (anotados na varredura, impressos por
*> vendedor depois dela): 'R' recebido, 'C' nota de credito,
*> 'W' baixa como perda
01 WS-ITEM-TABLE.
   05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
      10 WS-ITEM-REP-IDX    PIC 9(3).
      10 WS-ITEM-KIND       PIC X(1).
      10 WS-ITEM-CUSTOMER   PIC 9(6).
      10 WS-ITEM-INVOICE    PIC X(12).
      10 WS-ITEM-DATE       PIC 9(8).
      10 WS-ITEM-BASE       PIC 9(15).
      10 WS-ITEM-AMOUNT     PIC 9(15).
01 WS-ITEM-COUNT        PIC 9(4) VALUE 0.
01 WS-ITEM-I            PIC 9(4).
01 WS-ITEM-OVERFLOW     PIC 9(6) VALUE 0.

*> Notas de credito do mes aguardando o limite do estorno (a
*> fatura de origem so pode ser lida depois da varredura)
01 WS-CLAW-TABLE.
   05 WS-CLAW-ENTRY OCCURS 1000 TIMES.
      10 WS-CLAW-REP-IDX      PIC 9(3).
      10 WS-CLAW-CUSTOMER     PIC 9(6).
      10 WS-CLAW-REF-INVOICE  PIC X(12).
      10 WS-CLAW-DATE         PIC 9(8).
      10 WS-CLAW-AMOUNT       PIC 9(15).
      10 WS-CLAW-ITEM-I       PIC 9(4).
01 WS-CLAW-COUNT        PIC 9(4) VALUE 0.
01 WS-CLAW-I            PIC 9(4).
01 WS-CLAW-OVERFLOW     PIC 9(6) VALUE 0.
01 WS-CLAW-PENDING-SWITCH PIC X VALUE "N".
   88 CLAW-IS-PENDING         VALUE "Y".
01 WS-PAID-BASE         PIC 9(15).
01 WS-PAID-COMMISSION   PIC 9(15).

01 WS-CUR-REP-ID        PIC 9(4).
01 WS-CUR-KIND          PIC X(1).
01 WS-CUR-DATE          PIC 9(8).
01 WS-CUR-BASE          PIC 9(15).
01 WS-CUR-AMOUNT        PIC 9(15).
01 WS-NO-REP-COUNT      PIC 9(6) VALUE 0.
01 WS-NO-REP-BASE       PIC 9(18) VALUE 0.

01 WS-TOTAL-COMMISSION  PIC 9(18) VALUE 0.
01 WS-TOTAL-CLAWBACK    PIC 9(18) VALUE 0.
01 WS-NET-TOTAL         PIC S9(18) VALUE 0.
01 WS-REP-NET           PIC S9(18).
01 WS-ENTRY-AMOUNT      PIC 9(18).

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-BASE         PIC -(14)9.99.
01 WS-EDIT-RATE         PIC ZZ9.99.
01 WS-KIND-TEXT         PIC X(10).

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "COMMRUN".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== COMMISSION-RUN - Comissao de vendas sobre o recebido ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "CM0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "Periodo a comissionar (AAAAMM): " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    IF WS-TARGET-PERIOD NOT NUMERIC
       OR WS-TARGET-MONTH < 1 OR WS-TARGET-MONTH > 12
       DISPLAY "*** Periodo invalido: " WS-TARGET-PERIOD " ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    *> Contas da provisao de comissoes: sem elas nada e lancado
    MOVE SPACE TO WS-SP-RECORD
    MOVE "COMM-EXP-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-EXPENSE-ACCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "COMM-PAY-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PAYABLE-ACCT
    END-IF
    IF WS-EXPENSE-ACCT = 0 OR WS-PAYABLE-ACCT = 0
       DISPLAY "*** Parametros COMM-EXP-ACCT/COMM-PAY-ACCT nao "
               "cadastrados no SYS-PARAMS - nada calculado. ***"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "CM0008" TO WS-BL-MSG-CODE
       MOVE "CONTAS DA COMISSAO NAO PARAMETRIZADAS" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    *> A provisao cai no periodo: precisa estar aberto
    MOVE WS-TARGET-PERIOD TO PC-PERIOD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OR PERIOD-IS-SOFTCLOSED)
       DISPLAY "*** Periodo " WS-TARGET-PERIOD " fechado (ou em "
               "pre-fechamento) - nada calculado. ***"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "CM0008" TO WS-BL-MSG-CODE
       MOVE "PERIODO FECHADO - NADA CALCULADO" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "B" TO WS-SQ-OP-CODE
    MOVE "C" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    MOVE WS-SQ-TXN-ID TO WS-COMM-ID-BASE

    PERFORM LOAD-SALESPEOPLE
    PERFORM SCAN-AR-INVOICES
    PERFORM VARYING WS-CLAW-I FROM 1 BY 1
            UNTIL WS-CLAW-I > WS-CLAW-COUNT
       PERFORM APPLY-CREDIT-CLAWBACK
    END-PERFORM

    COMPUTE WS-NET-TOTAL = WS-TOTAL-COMMISSION - WS-TOTAL-CLAWBACK

    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-TARGET-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    MOVE SPACES TO WS-RP-LINE
    STRING "=== EXTRATO DE COMISSOES - PERIODO " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Base: recebido no mes; estorno das notas de credito do mes"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "limitado a comissao ja paga na fatura de origem (perda sem"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "recebimento nao estorna), ao percentual do vendedor."
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-REP-I FROM 1 BY 1
            UNTIL WS-REP-I > WS-REP-COUNT
       IF WS-REP-ITEMS (WS-REP-I) > 0
          PERFORM PRINT-REP-STATEMENT
       END-IF
    END-PERFORM

    IF WS-NET-TOTAL NOT = 0
       PERFORM WRITE-COMMISSION-ENTRY
    END-IF

    PERFORM PRINT-SUMMARY
    PERFORM CLOSE-REPORT-SPOOL

    IF (WS-NO-REP-COUNT > 0 OR WS-ITEM-OVERFLOW > 0
        OR WS-CLAW-OVERFLOW > 0)
       AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "CM0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "PERIODO " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " ITENS " DELIMITED BY SIZE
           WS-ITEM-COUNT DELIMITED BY SIZE
           " SEM VENDEDOR " DELIMITED BY SIZE
           WS-NO-REP-COUNT DELIMITED BY SIZE
           " RC " DELIMITED BY SIZE
           WS-FINAL-RC DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY " "
    DISPLAY "Itens do extrato............: " WS-ITEM-COUNT
    DISPLAY "Recebimentos sem vendedor...: " WS-NO-REP-COUNT
    DISPLAY "Comissao bruta (centavos)...: " WS-TOTAL-COMMISSION
    DISPLAY "Estornos (centavos).........: " WS-TOTAL-CLAWBACK
    DISPLAY "COMMISSION-RUN - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

READ-PARAM.
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    .

LOAD-SALESPEOPLE.
    *> Inativo tambem entra: recebimento de fatura antiga ainda
    *> e dele
    MOVE SPACE TO WS-SL-RECORD
    MOVE "L" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS

    PERFORM UNTIL WS-SL-RETURN-STATUS NOT = "00"
       IF WS-REP-COUNT < 200
          ADD 1 TO WS-REP-COUNT
          MOVE SL-REP-ID OF WS-SL-RECORD TO WS-REP-ID (WS-REP-COUNT)
          MOVE SL-NAME OF WS-SL-RECORD TO WS-REP-NAME (WS-REP-COUNT)
          MOVE SL-RATE-PCT OF WS-SL-RECORD
            TO WS-REP-RATE (WS-REP-COUNT)
          MOVE 0 TO WS-REP-ITEMS (WS-REP-COUNT)
          MOVE 0 TO WS-REP-COLLECTED (WS-REP-COUNT)
          MOVE 0 TO WS-REP-COMMISSION (WS-REP-COUNT)
          MOVE 0 TO WS-REP-CLAW-BASE (WS-REP-COUNT)
          MOVE 0 TO WS-REP-CLAWBACK (WS-REP-COUNT)
       ELSE
          DISPLAY "*** Mais de 200 vendedores - excedente fora "
                  "desta execucao. ***"
       END-IF
       MOVE "N" TO WS-SL-OP-CODE
       CALL "SALESPEOPLE-IO" USING
            WS-SL-OP-CODE
            WS-SL-RECORD
            WS-SL-RETURN-STATUS
    END-PERFORM
    .

SCAN-AR-INVOICES.
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       PERFORM CLASSIFY-ONE-INVOICE
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

CLASSIFY-ONE-INVOICE.
    *> Decide se a fatura entra no mes e como: recebimento,
    *> nota de credito ou baixa como perda
    MOVE SPACE TO WS-CUR-KIND
    EVALUATE TRUE
       WHEN AR-IS-CREDIT-MEMO OF WS-AR-RECORD
          IF AR-ISSUE-DATE OF WS-AR-RECORD (1:6) = WS-TARGET-PERIOD
             MOVE "C" TO WS-CUR-KIND
             MOVE AR-ISSUE-DATE OF WS-AR-RECORD TO WS-CUR-DATE
             MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-CUR-BASE
          END-IF
       WHEN NOT AR-IS-PAID OF WS-AR-RECORD
          CONTINUE
       WHEN AR-PAID-DATE OF WS-AR-RECORD (1:6) NOT = WS-TARGET-PERIOD
          CONTINUE
       WHEN AR-IS-WRITTEN-OFF OF WS-AR-RECORD
          MOVE "W" TO WS-CUR-KIND
          MOVE AR-PAID-DATE OF WS-AR-RECORD TO WS-CUR-DATE
          MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-CUR-BASE
       WHEN AR-RECEIPT-TXN-ID OF WS-AR-RECORD = 0
          CONTINUE
       WHEN OTHER
          MOVE "R" TO WS-CUR-KIND
          MOVE AR-PAID-DATE OF WS-AR-RECORD TO WS-CUR-DATE
          MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-CUR-BASE
          IF AR-ADVANCE-CENTS OF WS-AR-RECORD IS NUMERIC
             ADD AR-ADVANCE-CENTS OF WS-AR-RECORD TO WS-CUR-BASE
          END-IF
    END-EVALUATE

    *> Fatura zerada por nota de credito nao teve recebimento
    IF WS-CUR-KIND = SPACE OR WS-CUR-BASE = 0
       EXIT PARAGRAPH
    END-IF

    PERFORM RESOLVE-INVOICE-REP
    IF WS-REP-IDX = 0
       IF WS-CUR-KIND = "R"
          ADD 1 TO WS-NO-REP-COUNT
          ADD WS-CUR-BASE TO WS-NO-REP-BASE
       END-IF
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-CUR-AMOUNT ROUNDED =
            (WS-CUR-BASE * WS-REP-RATE (WS-REP-IDX)) / 10000
    MOVE "N" TO WS-CLAW-PENDING-SWITCH
    EVALUATE WS-CUR-KIND
       WHEN "W"
          *> Baixa de fatura em aberto: nunca pagou comissao
          MOVE 0 TO WS-CUR-AMOUNT
       WHEN "C"
          *> Estorno limitado depois da varredura
          *> (APPLY-CREDIT-CLAWBACK)
          IF WS-CLAW-COUNT < 1000
             ADD 1 TO WS-CLAW-COUNT
             MOVE WS-REP-IDX TO WS-CLAW-REP-IDX (WS-CLAW-COUNT)
             MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
               TO WS-CLAW-CUSTOMER (WS-CLAW-COUNT)
             MOVE AR-REF-INVOICE-NO OF WS-AR-RECORD
               TO WS-CLAW-REF-INVOICE (WS-CLAW-COUNT)
             MOVE WS-CUR-DATE TO WS-CLAW-DATE (WS-CLAW-COUNT)
             MOVE WS-CUR-AMOUNT TO WS-CLAW-AMOUNT (WS-CLAW-COUNT)
             MOVE 0 TO WS-CLAW-ITEM-I (WS-CLAW-COUNT)
             SET CLAW-IS-PENDING TO TRUE
          ELSE
             ADD 1 TO WS-CLAW-OVERFLOW
             DISPLAY "*** Mais de 1000 notas de credito no mes - nota "
                     AR-CUSTOMER-ID OF WS-AR-RECORD "/"
                     AR-INVOICE-NO OF WS-AR-RECORD
                     " sem estorno de comissao. ***"
          END-IF
          MOVE 0 TO WS-CUR-AMOUNT
    END-EVALUATE
    ADD 1 TO WS-REP-ITEMS (WS-REP-IDX)
    IF WS-CUR-KIND = "R"
       ADD WS-CUR-BASE TO WS-REP-COLLECTED (WS-REP-IDX)
       ADD WS-CUR-AMOUNT TO WS-REP-COMMISSION (WS-REP-IDX)
       ADD WS-CUR-AMOUNT TO WS-TOTAL-COMMISSION
    ELSE
       ADD WS-CUR-BASE TO WS-REP-CLAW-BASE (WS-REP-IDX)
       ADD WS-CUR-AMOUNT TO WS-REP-CLAWBACK (WS-REP-IDX)
       ADD WS-CUR-AMOUNT TO WS-TOTAL-CLAWBACK
    END-IF

    IF WS-ITEM-COUNT < 3000
       ADD 1 TO WS-ITEM-COUNT
       MOVE WS-REP-IDX TO WS-ITEM-REP-IDX (WS-ITEM-COUNT)
       MOVE WS-CUR-KIND TO WS-ITEM-KIND (WS-ITEM-COUNT)
       MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
         TO WS-ITEM-CUSTOMER (WS-ITEM-COUNT)
       MOVE AR-INVOICE-NO OF WS-AR-RECORD
         TO WS-ITEM-INVOICE (WS-ITEM-COUNT)
       MOVE WS-CUR-DATE TO WS-ITEM-DATE (WS-ITEM-COUNT)
       MOVE WS-CUR-BASE TO WS-ITEM-BASE (WS-ITEM-COUNT)
       MOVE WS-CUR-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
       IF CLAW-IS-PENDING
          MOVE WS-ITEM-COUNT TO WS-CLAW-ITEM-I (WS-CLAW-COUNT)
       END-IF
    ELSE
       *> Acima do limite o item entra nos totais do vendedor mas
       *> nao no detalhe do extrato
       ADD 1 TO WS-ITEM-OVERFLOW
    END-IF
    .

APPLY-CREDIT-CLAWBACK.
    *> Comissao de recebimento ja paga na fatura de origem: so
    *> houve se ela foi quitada por recebimento (nao por baixa
    *> nem zerada por nota) antes da data da nota. O estorno da
    *> nota nao passa dela.
    MOVE 0 TO WS-PAID-COMMISSION
    MOVE SPACE TO WS-AR-RECORD
    MOVE WS-CLAW-CUSTOMER (WS-CLAW-I) TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE WS-CLAW-REF-INVOICE (WS-CLAW-I) TO AR-INVOICE-NO OF WS-AR-RECORD
    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS = "00"
       AND AR-IS-PAID OF WS-AR-RECORD
       AND NOT AR-IS-WRITTEN-OFF OF WS-AR-RECORD
       AND AR-RECEIPT-TXN-ID OF WS-AR-RECORD NOT = 0
       AND AR-PAID-DATE OF WS-AR-RECORD < WS-CLAW-DATE (WS-CLAW-I)
       MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-PAID-BASE
       IF AR-ADVANCE-CENTS OF WS-AR-RECORD IS NUMERIC
          ADD AR-ADVANCE-CENTS OF WS-AR-RECORD TO WS-PAID-BASE
       END-IF
       COMPUTE WS-PAID-COMMISSION ROUNDED =
               (WS-PAID-BASE
                * WS-REP-RATE (WS-CLAW-REP-IDX (WS-CLAW-I))) / 10000
    END-IF

    MOVE WS-CLAW-AMOUNT (WS-CLAW-I) TO WS-CUR-AMOUNT
    IF WS-CUR-AMOUNT > WS-PAID-COMMISSION
       MOVE WS-PAID-COMMISSION TO WS-CUR-AMOUNT
    END-IF

    MOVE WS-CLAW-REP-IDX (WS-CLAW-I) TO WS-REP-IDX
    ADD WS-CUR-AMOUNT TO WS-REP-CLAWBACK (WS-REP-IDX)
    ADD WS-CUR-AMOUNT TO WS-TOTAL-CLAWBACK
    IF WS-CLAW-ITEM-I (WS-CLAW-I) NOT = 0
       MOVE WS-CUR-AMOUNT TO WS-ITEM-AMOUNT (WS-CLAW-ITEM-I (WS-CLAW-I))
    END-IF
    .

RESOLVE-INVOICE-REP.
    *> Devolve em WS-REP-IDX a posicao do vendedor na tabela
    *> (0 = sem vendedor ou vendedor nao cadastrado)
    MOVE 0 TO WS-REP-IDX
    MOVE 0 TO WS-CUR-REP-ID
    IF AR-SALES-REP-ID OF WS-AR-RECORD IS NUMERIC
       MOVE AR-SALES-REP-ID OF WS-AR-RECORD TO WS-CUR-REP-ID
    END-IF

    IF WS-CUR-REP-ID = 0
       IF AR-CUSTOMER-ID OF WS-AR-RECORD NOT = WS-LAST-CUSTOMER-ID
          MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-LAST-CUSTOMER-ID
          MOVE 0 TO WS-LAST-CUSTOMER-REP
          MOVE SPACE TO WS-CU-RECORD
          MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
            TO CU-CUSTOMER-ID OF WS-CU-RECORD
          MOVE "R" TO WS-CU-OP-CODE
          CALL "CUSTOMERS-IO" USING
               WS-CU-OP-CODE
               WS-CU-RECORD
               WS-CU-RETURN-STATUS
          IF WS-CU-RETURN-STATUS = "00"
             AND CU-SALES-REP-ID OF WS-CU-RECORD IS NUMERIC
             MOVE CU-SALES-REP-ID OF WS-CU-RECORD
               TO WS-LAST-CUSTOMER-REP
          END-IF
       END-IF
       MOVE WS-LAST-CUSTOMER-REP TO WS-CUR-REP-ID
    END-IF

    IF WS-CUR-REP-ID = 0
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-REP-I FROM 1 BY 1
            UNTIL WS-REP-I > WS-REP-COUNT OR WS-REP-IDX NOT = 0
       IF WS-REP-ID (WS-REP-I) = WS-CUR-REP-ID
          MOVE WS-REP-I TO WS-REP-IDX
       END-IF
    END-PERFORM
    .

PRINT-REP-STATEMENT.
    *> Secao do vendedor - a linha de abertura e a chave do burst
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Vendedor " DELIMITED BY SIZE
           WS-REP-ID (WS-REP-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-REP-NAME (WS-REP-I) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-EDIT-RATE = WS-REP-RATE (WS-REP-I) / 100
    MOVE SPACES TO WS-RP-LINE
    STRING "    Percentual de comissao: " DELIMITED BY SIZE
           WS-EDIT-RATE DELIMITED BY SIZE
           " %" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "    Cliente/Fatura          Tipo       Data            Base      Comissao"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-ITEM-I FROM 1 BY 1
            UNTIL WS-ITEM-I > WS-ITEM-COUNT
       IF WS-ITEM-REP-IDX (WS-ITEM-I) = WS-REP-I
          PERFORM PRINT-STATEMENT-ITEM
       END-IF
    END-PERFORM

    COMPUTE WS-DEC-AMOUNT = WS-REP-COLLECTED (WS-REP-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-BASE
    COMPUTE WS-DEC-AMOUNT = WS-REP-COMMISSION (WS-REP-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    Recebido no mes....: " DELIMITED BY SIZE
           WS-EDIT-BASE DELIMITED BY SIZE
           "  comissao " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-REP-CLAW-BASE (WS-REP-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-BASE
    COMPUTE WS-DEC-AMOUNT = 0 - (WS-REP-CLAWBACK (WS-REP-I) / 100)
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    Creditado/baixado..: " DELIMITED BY SIZE
           WS-EDIT-BASE DELIMITED BY SIZE
           "  estorno  " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-REP-NET = WS-REP-COMMISSION (WS-REP-I)
                       - WS-REP-CLAWBACK (WS-REP-I)
    COMPUTE WS-DEC-AMOUNT = WS-REP-NET / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    COMISSAO LIQUIDA DO MES.............: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-REP-NET < 0
       MOVE "    (saldo negativo - compensar na comissao dos proximos meses)"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-STATEMENT-ITEM.
    EVALUATE WS-ITEM-KIND (WS-ITEM-I)
       WHEN "R" MOVE "Recebido" TO WS-KIND-TEXT
       WHEN "C" MOVE "Nota cred." TO WS-KIND-TEXT
       WHEN OTHER MOVE "Perda" TO WS-KIND-TEXT
    END-EVALUATE
    COMPUTE WS-DEC-AMOUNT = WS-ITEM-BASE (WS-ITEM-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-BASE
    IF WS-ITEM-KIND (WS-ITEM-I) = "R"
       COMPUTE WS-DEC-AMOUNT = WS-ITEM-AMOUNT (WS-ITEM-I) / 100
    ELSE
       COMPUTE WS-DEC-AMOUNT = 0 - (WS-ITEM-AMOUNT (WS-ITEM-I) / 100)
    END-IF
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    " DELIMITED BY SIZE
           WS-ITEM-CUSTOMER (WS-ITEM-I) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-ITEM-INVOICE (WS-ITEM-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-KIND-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ITEM-DATE (WS-ITEM-I) DELIMITED BY SIZE
           WS-EDIT-BASE DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

WRITE-COMMISSION-ENTRY.
    *> Liquido positivo: D despesa / C a pagar; negativo inverte
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    COMPUTE JR-TXN-ID = WS-COMM-ID-BASE + WS-TARGET-PERIOD
    MOVE WS-PERIOD-END-DATE TO JR-DATE

    STRING "PROVISAO COMISSOES " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
      INTO JR-MEMO

    IF WS-NET-TOTAL > 0
       MOVE WS-NET-TOTAL TO WS-ENTRY-AMOUNT
       MOVE WS-EXPENSE-ACCT TO JR-LINE-ACCOUNT-ID (1)
       MOVE WS-PAYABLE-ACCT TO JR-LINE-ACCOUNT-ID (2)
    ELSE
       COMPUTE WS-ENTRY-AMOUNT = 0 - WS-NET-TOTAL
       MOVE WS-PAYABLE-ACCT TO JR-LINE-ACCOUNT-ID (1)
       MOVE WS-EXPENSE-ACCT TO JR-LINE-ACCOUNT-ID (2)
    END-IF

    MOVE 1 TO JR-LINE-NO (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-ENTRY-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)
    MOVE 2 TO JR-LINE-NO (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-ENTRY-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-COMMISSION OF JR-RECORD TO TRUE
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

    *> "22" = comissao deste periodo ja provisionada numa execucao
    *> anterior - o extrato sai de novo, nada e regravado
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       AND WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       DISPLAY "*** Lancamento da provisao de comissoes recusado - "
               "STATUS: " WS-JR-RETURN-STATUS
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "CM0008" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       STRING "LANCAMENTO RECUSADO - STATUS " DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

PRINT-SUMMARY.
    *> Secao propria: o burst nao a manda a nenhum vendedor
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Resumo do periodo" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-COMMISSION / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Comissao sobre o recebido.: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = 0 - (WS-TOTAL-CLAWBACK / 100)
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Estornos..................: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-NET-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "PROVISAO DO MES...........: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-NET-TOTAL = 0
       MOVE "Nenhuma comissao a provisionar no periodo." TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE SPACES TO WS-RP-LINE
       STRING "Lancamento da provisao (ID " DELIMITED BY SIZE
              JR-TXN-ID DELIMITED BY SIZE
              ") - STATUS: " DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-NO-REP-COUNT > 0
       COMPUTE WS-DEC-AMOUNT = WS-NO-REP-BASE / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "Recebido sem vendedor.....: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              WS-NO-REP-COUNT DELIMITED BY SIZE
              " fatura(s) fora da comissao)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    IF WS-ITEM-OVERFLOW > 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Itens fora do detalhe do extrato (so nos totais): "
              DELIMITED BY SIZE
              WS-ITEM-OVERFLOW DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
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

WRITE-BATCH-LOG.
    MOVE "W" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
