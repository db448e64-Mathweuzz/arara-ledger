*>   - O atraso em dias usa a convencao bancaria de 30/360
*>     (ano de 360 dias, meses de 30), suficiente para
*>     classificar em faixas de 30 dias.
*>   - O valor de cada fatura e o saldo liquido em aberto: as
*>     notas de credito (devolucoes/abatimentos) ja sairam dele
*>     no AR-MENU; a fatura abatida ganha a linha com o total
*>     das notas, e o rodape o total abatido da carteira. As
*>     proprias notas nascem aplicadas e nao entram no aging.
*>   - Recebimentos nao aplicados (AR-ADVANCES) sao listados a
*>     parte, por cliente, e abatidos do total para dar o saldo
*>     liquido da carteira; a parte de um adiantamento ja
*>     aplicada parcialmente numa fatura aparece na linha dela.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-AGING.
01 WS-TOTAL-OVER-90     PIC S9(18) VALUE 0.
01 WS-TOTAL-OPEN        PIC S9(18) VALUE 0.
01 WS-INVOICE-COUNT     PIC 9(6)   VALUE 0.
01 WS-TOTAL-CREDITS     PIC S9(18) VALUE 0.
01 WS-BUCKET-LABEL      PIC X(10).

*> Recebimentos nao aplicados (saldo em aberto por cliente)
01 WS-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==WS-AV-RECORD==.
01 WS-AV-RETURN-STATUS  PIC XX.
01 WS-AV-BALANCE        PIC S9(15).
01 WS-TOTAL-UNAPPLIED   PIC S9(18) VALUE 0.
01 WS-TOTAL-ADV-APPLIED PIC S9(18) VALUE 0.
01 WS-UNAPPLIED-COUNT   PIC 9(6)   VALUE 0.
01 WS-NET-PORTFOLIO     PIC S9(18) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE SPACES TO WS-RP-LINE
    END-PERFORM

    PERFORM PRINT-GRAND-TOTAL
    PERFORM PRINT-UNAPPLIED-RECEIPTS
    PERFORM CLOSE-REPORT-SPOOL
    STOP RUN
    .
           CU-NAME OF WS-CU-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF AR-CREDIT-CENTS OF WS-AR-RECORD IS NUMERIC
       AND AR-CREDIT-CENTS OF WS-AR-RECORD > 0
       ADD AR-CREDIT-CENTS OF WS-AR-RECORD TO WS-TOTAL-CREDITS
       COMPUTE WS-DEC-AMOUNT = AR-CREDIT-CENTS OF WS-AR-RECORD / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING " liquido de notas de credito: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF AR-ADVANCE-CENTS OF WS-AR-RECORD IS NUMERIC
       AND AR-ADVANCE-CENTS OF WS-AR-RECORD > 0
       ADD AR-ADVANCE-CENTS OF WS-AR-RECORD TO WS-TOTAL-ADV-APPLIED
       COMPUTE WS-DEC-AMOUNT = AR-ADVANCE-CENTS OF WS-AR-RECORD / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING " liquido de adiantamento aplicado: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-GRAND-TOTAL.
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-TOTAL-CREDITS NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-TOTAL-CREDITS / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "(ja liquido de notas de credito: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    IF WS-TOTAL-ADV-APPLIED NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-TOTAL-ADV-APPLIED / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "(ja liquido de adiantamentos aplicados: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-UNAPPLIED-RECEIPTS.
    *> Dinheiro do cliente ainda sem fatura casada: fica fora das
    *> faixas e abate a carteira no saldo liquido
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Recebimentos nao aplicados" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Client Lancamento   Recebido Saldo" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE SPACE TO WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       IF AV-IS-OPEN OF WS-AV-RECORD
          COMPUTE WS-AV-BALANCE = AV-AMOUNT-CENTS OF WS-AV-RECORD
                - AV-APPLIED-CENTS OF WS-AV-RECORD
          ADD WS-AV-BALANCE TO WS-TOTAL-UNAPPLIED
          ADD 1 TO WS-UNAPPLIED-COUNT
          COMPUTE WS-DEC-AMOUNT = WS-AV-BALANCE / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING AV-CUSTOMER-ID OF WS-AV-RECORD DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AV-TXN-ID OF WS-AV-RECORD DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AV-RECEIPT-DATE OF WS-AV-RECORD DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-EDIT-AMOUNT DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AV-REFERENCE OF WS-AV-RECORD DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    STRING "Recebimentos nao aplicados: " DELIMITED BY SIZE
           WS-UNAPPLIED-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-UNAPPLIED / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Total nao aplicado: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-NET-PORTFOLIO = WS-TOTAL-OPEN - WS-TOTAL-UNAPPLIED
    COMPUTE WS-DEC-AMOUNT = WS-NET-PORTFOLIO / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Saldo liquido da carteira: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

EMIT-REPORT-LINE.
