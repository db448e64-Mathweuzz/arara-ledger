*>     Faturas em moeda estrangeira (AR-ORIG-CCY preenchida)
*>     ficam fora da regua: o encargo em BRL desalinharia o
*>     valor original que o recebimento usa para o FX realizado.
*>   - O valor cobrado de cada fatura e o saldo liquido em
*>     aberto (as notas de credito ja sairam dele no AR-MENU);
*>     a carta mostra abaixo da fatura o total abatido.
*>   - Tres fases (padrao ACCRUAL-REV): varredura e calculo,
*>     lancamento, e so entao a atualizacao das faturas - o
*>     browse do AR-INVOICES-IO nao aceita 'U' no meio.
      10 WS-ITEM-CHARGE     PIC 9(15).
      10 WS-ITEM-RCV-ACCT   PIC 9(10).
      10 WS-ITEM-ASSESS-SW  PIC X(1).
      10 WS-ITEM-CREDITS    PIC 9(15).
01 WS-ITEM-COUNT        PIC 9(3) VALUE 0.
01 WS-ITEM-I            PIC 9(3).
01 WS-ITEM-J            PIC 9(3).
      TO WS-ITEM-AMOUNT (WS-ITEM-K)
    MOVE WS-OVERDUE-DAYS TO WS-ITEM-OVERDUE (WS-ITEM-K)
    MOVE WS-CHARGE-AMOUNT TO WS-ITEM-CHARGE (WS-ITEM-K)
    IF AR-CREDIT-CENTS OF WS-AR-RECORD IS NUMERIC
       MOVE AR-CREDIT-CENTS OF WS-AR-RECORD
         TO WS-ITEM-CREDITS (WS-ITEM-K)
    ELSE
       MOVE 0 TO WS-ITEM-CREDITS (WS-ITEM-K)
    END-IF
    MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD
      TO WS-ITEM-RCV-ACCT (WS-ITEM-K)
    IF WS-CHARGE-AMOUNT NOT = 0
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
           " dias)" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-ITEM-CREDITS (WS-ITEM-I) NOT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "    (valor liquido de notas de credito de "
                 DELIMITED BY SIZE
              WS-ITEM-CREDITS (WS-ITEM-I) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-LETTER-FOOTER.
