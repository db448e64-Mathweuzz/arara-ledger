*>     carteira inteira de uma vez.
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*>   - Exposicao liquida das notas de credito (ja abatidas do
*>     saldo das faturas no AR-MENU); o total de notas do
*>     cliente sai no bloco, e nem as notas nem as faturas
*>     zeradas por elas contam como pagamento no historico.
*>   - Recebimentos nao aplicados do cliente (AR-ADVANCES) saem
*>     no bloco e abatem a exposicao: o limite e comparado com
*>     a exposicao liquida (em aberto menos nao aplicado).
*>   - Faturas baixadas como perda pelo AR-PROVISION ficam fora
*>     do historico de pagamento; o total baixado do cliente
*>     sai no bloco.
*>   - Faturas recebidas e arquivadas pelo SUBL-ARCHIVE
*>     (AR-INVOICES-HIST-IO) continuam no historico de pagamento
*>     do cliente: o arquivamento nao apaga o comportamento.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDIT-RPT.
      10 WS-CUST-OVERDUE     PIC S9(18).
      10 WS-CUST-PAID-COUNT  PIC 9(6).
      10 WS-CUST-LATE-SUM    PIC S9(9).
      10 WS-CUST-CREDITS     PIC S9(18).
      10 WS-CUST-UNAPPLIED   PIC S9(18).
      10 WS-CUST-WRITEOFFS   PIC S9(18).
01 WS-CUST-COUNT        PIC 9(3) VALUE 0.
01 WS-CUST-FOUND-SWITCH PIC X.
   88 CUST-SLOT-FOUND         VALUE "Y".
01 WS-EDIT-LIMIT        PIC -(14)9.99.
01 WS-EDIT-EXPOSURE     PIC -(14)9.99.
01 WS-EDIT-OVERDUE      PIC -(14)9.99.
01 WS-EDIT-CREDITS      PIC -(14)9.99.
01 WS-EDIT-UNAPPLIED    PIC -(14)9.99.
01 WS-NET-EXPOSURE      PIC S9(18).

01 WS-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==WS-AV-RECORD==.
01 WS-AV-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM EMIT-REPORT-LINE

    PERFORM SCAN-AR-INVOICES
    PERFORM SCAN-AR-INVOICES-HIST
    PERFORM SCAN-AR-ADVANCES
    PERFORM PRINT-CUSTOMER-BLOCKS

    MOVE SPACES TO WS-RP-LINE
    END-PERFORM
    .

SCAN-AR-INVOICES-HIST.
    *> Arquivadas: todas quitadas, so alimentam o historico
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-HIST-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       PERFORM ACCUMULATE-ONE-INVOICE
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-HIST-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

SCAN-AR-ADVANCES.
    *> Saldo nao aplicado por cliente; o slot e o mesmo das
    *> faturas (cliente so com adiantamento tambem entra)
    MOVE SPACE TO WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS

    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       IF AV-IS-OPEN OF WS-AV-RECORD
          MOVE AV-CUSTOMER-ID OF WS-AV-RECORD
            TO AR-CUSTOMER-ID OF WS-AR-RECORD
          PERFORM FIND-OR-ADD-CUST-SLOT
          IF CUST-SLOT-FOUND
             COMPUTE WS-CUST-UNAPPLIED (WS-CUST-IDX) =
                     WS-CUST-UNAPPLIED (WS-CUST-IDX)
                   + AV-AMOUNT-CENTS OF WS-AV-RECORD
                   - AV-APPLIED-CENTS OF WS-AV-RECORD
          END-IF
       END-IF
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM
    .

ACCUMULATE-ONE-INVOICE.
    PERFORM FIND-OR-ADD-CUST-SLOT
    IF NOT CUST-SLOT-FOUND
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-DUE-DAYS

    *> Nota de credito: so soma ao total de notas do cliente
    IF AR-IS-CREDIT-MEMO OF WS-AR-RECORD
       ADD AR-AMOUNT-CENTS OF WS-AR-RECORD
         TO WS-CUST-CREDITS (WS-CUST-IDX)
       EXIT PARAGRAPH
    END-IF

    IF AR-IS-OPEN OF WS-AR-RECORD
       ADD AR-AMOUNT-CENTS OF WS-AR-RECORD
         TO WS-CUST-EXPOSURE (WS-CUST-IDX)
            TO WS-CUST-OVERDUE (WS-CUST-IDX)
       END-IF
    ELSE
       *> Fatura zerada por nota de credito nao foi paga
       IF AR-AMOUNT-CENTS OF WS-AR-RECORD = 0
          EXIT PARAGRAPH
       END-IF
       *> Baixada como perda (AR-PROVISION): nao entra no
       *> historico de pagamento, so no total de perdas
       IF AR-IS-WRITTEN-OFF OF WS-AR-RECORD
          ADD AR-AMOUNT-CENTS OF WS-AR-RECORD
            TO WS-CUST-WRITEOFFS (WS-CUST-IDX)
          EXIT PARAGRAPH
       END-IF
       *> Historico de pagamento: atraso (ou adiantamento) medio
       ADD 1 TO WS-CUST-PAID-COUNT (WS-CUST-IDX)
       MOVE AR-PAID-DATE OF WS-AR-RECORD TO WS-DATE-WORK
          MOVE 0 TO WS-CUST-OVERDUE (WS-CUST-IDX)
          MOVE 0 TO WS-CUST-PAID-COUNT (WS-CUST-IDX)
          MOVE 0 TO WS-CUST-LATE-SUM (WS-CUST-IDX)
          MOVE 0 TO WS-CUST-CREDITS (WS-CUST-IDX)
          MOVE 0 TO WS-CUST-UNAPPLIED (WS-CUST-IDX)
          MOVE 0 TO WS-CUST-WRITEOFFS (WS-CUST-IDX)
          MOVE "Y" TO WS-CUST-FOUND-SWITCH
       END-IF
    END-IF
           WS-EDIT-OVERDUE DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-CUST-CREDITS (WS-CUST-IDX) NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-CUST-CREDITS (WS-CUST-IDX) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-CREDITS
       MOVE SPACES TO WS-RP-LINE
       STRING "    Notas cred: " DELIMITED BY SIZE
              WS-EDIT-CREDITS DELIMITED BY SIZE
              " (ja abatidas do saldo em aberto)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    IF WS-CUST-WRITEOFFS (WS-CUST-IDX) NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-CUST-WRITEOFFS (WS-CUST-IDX) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-CREDITS
       MOVE SPACES TO WS-RP-LINE
       STRING "    Perdas....: " DELIMITED BY SIZE
              WS-EDIT-CREDITS DELIMITED BY SIZE
              " (baixadas pela PDD)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    COMPUTE WS-NET-EXPOSURE = WS-CUST-EXPOSURE (WS-CUST-IDX)
          - WS-CUST-UNAPPLIED (WS-CUST-IDX)
    IF WS-CUST-UNAPPLIED (WS-CUST-IDX) NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-CUST-UNAPPLIED (WS-CUST-IDX) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-UNAPPLIED
       MOVE SPACES TO WS-RP-LINE
       STRING "    Nao aplic.: " DELIMITED BY SIZE
              WS-EDIT-UNAPPLIED DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       COMPUTE WS-DEC-AMOUNT = WS-NET-EXPOSURE / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-UNAPPLIED
       MOVE SPACES TO WS-RP-LINE
       STRING "    Liquido...: " DELIMITED BY SIZE
              WS-EDIT-UNAPPLIED DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-CUST-PAID-COUNT (WS-CUST-IDX) NOT = 0
       DIVIDE WS-CUST-LATE-SUM (WS-CUST-IDX)
          STRING "    *** SEM LIMITE CADASTRADO ***" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       WHEN WS-NET-EXPOSURE
               > CU-CREDIT-LIMIT-CENTS OF WS-CU-RECORD
          ADD 1 TO WS-OVER-LIMIT-COUNT
          MOVE SPACES TO WS-RP-LINE
