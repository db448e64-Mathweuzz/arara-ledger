>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: invest-pos.cob
*> Objetivo:
*>   - Posicao das aplicacoes financeiras (INVESTMENTS) no fim de
*>     um periodo AAAAMM informado: para cada aplicacao ativa,
*>     principal, rendimento apropriado, valor bruto, IR
*>     provisionado e valor liquido (bruto - IR), com produto,
*>     conta bancaria, vencimento e taxa; aplicacao cujo
*>     rendimento do periodo ainda nao foi apropriado pelo
*>     INVEST-ACCRUAL sai marcada.
*>   - Totais por conta bancaria e geral.
*>   - Conciliacao com o LEDGER, no molde do SUBL-RECON: bruto
*>     somado por IV-ASSET-ACCT e IR provisionado somado por
*>     IV-IR-PROV-ACCT contra o LG-CLOSING-CENTS da conta no
*>     periodo (a provisao e passivo: saldo do LEDGER com o sinal
*>     trocado). Diferenca sai marcada DIVERGENCIA e o programa
*>     termina com RC 4. Rode depois do POST-LEDGER.
*>   - Impressao espoolada via RPT-SPOOL (POSICAO-APL).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INVEST-POS.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "POSICAO-APL".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-REPORT-PERIOD     PIC 9(6).

01 WS-IV-OP-CODE        PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==WS-IV-RECORD==.
01 WS-IV-RETURN-STATUS  PIC XX.

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

*> Valores da aplicacao corrente
01 WS-GROSS-CENTS       PIC 9(15).
01 WS-NET-CENTS         PIC S9(16).

*> Totais por conta bancaria
01 WS-BK-TABLE.
   05 WS-BK-ENTRY OCCURS 100 TIMES.
      10 WS-BK-ID        PIC 9(3).
      10 WS-BK-GROSS     PIC 9(18).
      10 WS-BK-IR-PROV   PIC 9(18).
01 WS-BK-COUNT          PIC 9(3) VALUE 0.
01 WS-BK-I              PIC 9(3).
01 WS-BK-IDX            PIC 9(3).

*> Somas por conta contabil: "AT" aplicacao (bruto), "IR"
*> provisao de IR
01 WS-CHK-TABLE.
   05 WS-CHK-ENTRY OCCURS 100 TIMES.
      10 WS-CHK-TYPE     PIC X(2).
      10 WS-CHK-ACCT     PIC 9(10).
      10 WS-CHK-VALUE    PIC S9(18).
01 WS-CHK-COUNT         PIC 9(3) VALUE 0.
01 WS-CHK-I             PIC 9(3).
01 WS-CHK-FOUND-SWITCH  PIC X.
   88 CHK-SLOT-FOUND          VALUE "Y".
01 WS-ITEM-TYPE         PIC X(2).
01 WS-ITEM-ACCT         PIC 9(10).
01 WS-ITEM-VALUE        PIC S9(18).

01 WS-COUNT             PIC 9(5) VALUE 0.
01 WS-LATE-COUNT        PIC 9(5) VALUE 0.
01 WS-TOTAL-PRINCIPAL   PIC 9(18) VALUE 0.
01 WS-TOTAL-ACCRUED     PIC 9(18) VALUE 0.
01 WS-TOTAL-GROSS       PIC 9(18) VALUE 0.
01 WS-TOTAL-IR-PROV     PIC 9(18) VALUE 0.
01 WS-TOTAL-NET         PIC S9(18) VALUE 0.

01 WS-GL-CLOSING        PIC S9(18).
01 WS-DIFF-CENTS        PIC S9(18).
01 WS-DIVERGENT-COUNT   PIC 9(3) VALUE 0.
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-PRINCIPAL    PIC -(14)9.99.
01 WS-EDIT-ACCRUED      PIC -(14)9.99.
01 WS-EDIT-GROSS        PIC -(14)9.99.
01 WS-EDIT-IR           PIC -(14)9.99.
01 WS-EDIT-NET          PIC -(14)9.99.
01 WS-EDIT-SUB          PIC -(14)9.99.
01 WS-EDIT-GL           PIC -(14)9.99.
01 WS-EDIT-DIFF         PIC -(14)9.99.
01 WS-EDIT-RATE         PIC ZZ9.9999.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== INVEST-POS - Posicao das aplicacoes financeiras ==="
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== INVEST-POS - Aplicacoes financeiras - posicao em "
           DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE SPACE TO WS-IV-RECORD
    MOVE "L" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    PERFORM UNTIL WS-IV-RETURN-STATUS NOT = "00"
       IF IV-IS-ACTIVE OF WS-IV-RECORD
          PERFORM PRINT-ONE-INVESTMENT
       END-IF
       MOVE "N" TO WS-IV-OP-CODE
       CALL "INVESTMENTS-IO" USING
            WS-IV-OP-CODE
            WS-IV-RECORD
            WS-IV-RETURN-STATUS
    END-PERFORM

    IF WS-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhuma aplicacao ativa." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM PRINT-BANK-TOTALS
    PERFORM PRINT-GRAND-TOTAL

    *> Conciliacao com o LEDGER
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Conciliacao com o LEDGER (periodo " DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           ") ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-CHK-I FROM 1 BY 1
            UNTIL WS-CHK-I > WS-CHK-COUNT
       PERFORM RECONCILE-ONE-ACCOUNT
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-DIVERGENT-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "INVEST-POS OK - posicao fecha com o LEDGER."
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE SPACES TO WS-RP-LINE
       STRING "*** " DELIMITED BY SIZE
              WS-DIVERGENT-COUNT DELIMITED BY SIZE
              " conta(s) com DIVERGENCIA. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    IF WS-LATE-COUNT > 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** " DELIMITED BY SIZE
              WS-LATE-COUNT DELIMITED BY SIZE
              " aplicacao(oes) sem o rendimento do periodo "
              DELIMITED BY SIZE
              "apropriado - rode o INVEST-ACCRUAL. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

PRINT-ONE-INVESTMENT.
    ADD 1 TO WS-COUNT
    COMPUTE WS-GROSS-CENTS = IV-PRINCIPAL-CENTS OF WS-IV-RECORD
          + IV-ACCRUED-CENTS OF WS-IV-RECORD
    COMPUTE WS-NET-CENTS = WS-GROSS-CENTS
          - IV-IR-PROV-CENTS OF WS-IV-RECORD

    ADD IV-PRINCIPAL-CENTS OF WS-IV-RECORD TO WS-TOTAL-PRINCIPAL
    ADD IV-ACCRUED-CENTS OF WS-IV-RECORD TO WS-TOTAL-ACCRUED
    ADD WS-GROSS-CENTS TO WS-TOTAL-GROSS
    ADD IV-IR-PROV-CENTS OF WS-IV-RECORD TO WS-TOTAL-IR-PROV
    ADD WS-NET-CENTS TO WS-TOTAL-NET

    MOVE IV-RATE OF WS-IV-RECORD TO WS-EDIT-RATE
    MOVE SPACES TO WS-RP-LINE
    IF IV-IS-CDI-LINKED OF WS-IV-RECORD
       STRING IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IV-PRODUCT OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IV-DESCRIPTION OF WS-IV-RECORD DELIMITED BY SIZE
              " banco " DELIMITED BY SIZE
              IV-BANK-ACCT-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " inicio " DELIMITED BY SIZE
              IV-START-DATE OF WS-IV-RECORD DELIMITED BY SIZE
              " venc " DELIMITED BY SIZE
              IV-MATURITY-DATE OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-RATE DELIMITED BY SIZE
              "% do CDI" DELIMITED BY SIZE
         INTO WS-RP-LINE
    ELSE
       STRING IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IV-PRODUCT OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IV-DESCRIPTION OF WS-IV-RECORD DELIMITED BY SIZE
              " banco " DELIMITED BY SIZE
              IV-BANK-ACCT-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " inicio " DELIMITED BY SIZE
              IV-START-DATE OF WS-IV-RECORD DELIMITED BY SIZE
              " venc " DELIMITED BY SIZE
              IV-MATURITY-DATE OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-RATE DELIMITED BY SIZE
              "% a.a. pre" DELIMITED BY SIZE
         INTO WS-RP-LINE
    END-IF
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = IV-PRINCIPAL-CENTS OF WS-IV-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-PRINCIPAL
    COMPUTE WS-DEC-AMOUNT = IV-ACCRUED-CENTS OF WS-IV-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-ACCRUED
    COMPUTE WS-DEC-AMOUNT = WS-GROSS-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GROSS
    COMPUTE WS-DEC-AMOUNT = IV-IR-PROV-CENTS OF WS-IV-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-IR
    COMPUTE WS-DEC-AMOUNT = WS-NET-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-NET
    MOVE SPACES TO WS-RP-LINE
    STRING "    principal " DELIMITED BY SIZE
           WS-EDIT-PRINCIPAL DELIMITED BY SIZE
           " rend " DELIMITED BY SIZE
           WS-EDIT-ACCRUED DELIMITED BY SIZE
           " bruto " DELIMITED BY SIZE
           WS-EDIT-GROSS DELIMITED BY SIZE
           " IR " DELIMITED BY SIZE
           WS-EDIT-IR DELIMITED BY SIZE
           " liquido " DELIMITED BY SIZE
           WS-EDIT-NET DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF IV-LAST-PERIOD OF WS-IV-RECORD < WS-REPORT-PERIOD
       ADD 1 TO WS-LATE-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "    *** rendimento apropriado ate " DELIMITED BY SIZE
              IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD DELIMITED BY SIZE
              " - periodo ainda nao processado ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    *> Total da conta bancaria
    MOVE 0 TO WS-BK-IDX
    PERFORM VARYING WS-BK-I FROM 1 BY 1
            UNTIL WS-BK-I > WS-BK-COUNT OR WS-BK-IDX > 0
       IF WS-BK-ID (WS-BK-I) = IV-BANK-ACCT-ID OF WS-IV-RECORD
          MOVE WS-BK-I TO WS-BK-IDX
       END-IF
    END-PERFORM
    IF WS-BK-IDX = 0 AND WS-BK-COUNT < 100
       ADD 1 TO WS-BK-COUNT
       MOVE WS-BK-COUNT TO WS-BK-IDX
       MOVE IV-BANK-ACCT-ID OF WS-IV-RECORD TO WS-BK-ID (WS-BK-IDX)
       MOVE 0 TO WS-BK-GROSS (WS-BK-IDX)
       MOVE 0 TO WS-BK-IR-PROV (WS-BK-IDX)
    END-IF
    IF WS-BK-IDX > 0
       ADD WS-GROSS-CENTS TO WS-BK-GROSS (WS-BK-IDX)
       ADD IV-IR-PROV-CENTS OF WS-IV-RECORD
         TO WS-BK-IR-PROV (WS-BK-IDX)
    END-IF

    *> Somas para a conciliacao
    MOVE "AT" TO WS-ITEM-TYPE
    MOVE IV-ASSET-ACCT OF WS-IV-RECORD TO WS-ITEM-ACCT
    MOVE WS-GROSS-CENTS TO WS-ITEM-VALUE
    PERFORM ACCUMULATE-ONE-ITEM
    IF NOT IV-IR-EXEMPT OF WS-IV-RECORD
       MOVE "IR" TO WS-ITEM-TYPE
       MOVE IV-IR-PROV-ACCT OF WS-IV-RECORD TO WS-ITEM-ACCT
       MOVE IV-IR-PROV-CENTS OF WS-IV-RECORD TO WS-ITEM-VALUE
       PERFORM ACCUMULATE-ONE-ITEM
    END-IF
    .

ACCUMULATE-ONE-ITEM.
    MOVE "N" TO WS-CHK-FOUND-SWITCH
    PERFORM VARYING WS-CHK-I FROM 1 BY 1
            UNTIL WS-CHK-I > WS-CHK-COUNT OR CHK-SLOT-FOUND
       IF WS-CHK-TYPE (WS-CHK-I) = WS-ITEM-TYPE
          AND WS-CHK-ACCT (WS-CHK-I) = WS-ITEM-ACCT
          ADD WS-ITEM-VALUE TO WS-CHK-VALUE (WS-CHK-I)
          MOVE "Y" TO WS-CHK-FOUND-SWITCH
       END-IF
    END-PERFORM

    IF NOT CHK-SLOT-FOUND
       IF WS-CHK-COUNT >= 100
          MOVE SPACES TO WS-RP-LINE
          STRING "*** Mais de 100 contas contabeis distintas - "
                 DELIMITED BY SIZE
                 "item fora da conciliacao. ***" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       ELSE
          ADD 1 TO WS-CHK-COUNT
          MOVE WS-ITEM-TYPE  TO WS-CHK-TYPE (WS-CHK-COUNT)
          MOVE WS-ITEM-ACCT  TO WS-CHK-ACCT (WS-CHK-COUNT)
          MOVE WS-ITEM-VALUE TO WS-CHK-VALUE (WS-CHK-COUNT)
       END-IF
    END-IF
    .

PRINT-BANK-TOTALS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Por conta bancaria ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > WS-BK-COUNT
       COMPUTE WS-DEC-AMOUNT = WS-BK-GROSS (WS-BK-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-GROSS
       COMPUTE WS-DEC-AMOUNT = WS-BK-IR-PROV (WS-BK-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-IR
       COMPUTE WS-DEC-AMOUNT =
               (WS-BK-GROSS (WS-BK-I) - WS-BK-IR-PROV (WS-BK-I)) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-NET
       MOVE SPACES TO WS-RP-LINE
       STRING "Conta bancaria " DELIMITED BY SIZE
              WS-BK-ID (WS-BK-I) DELIMITED BY SIZE
              "  bruto " DELIMITED BY SIZE
              WS-EDIT-GROSS DELIMITED BY SIZE
              " IR " DELIMITED BY SIZE
              WS-EDIT-IR DELIMITED BY SIZE
              " liquido " DELIMITED BY SIZE
              WS-EDIT-NET DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

PRINT-GRAND-TOTAL.
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-PRINCIPAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-PRINCIPAL
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-ACCRUED / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-ACCRUED
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-GROSS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GROSS
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-IR-PROV / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-IR
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-NET / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-NET

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "=== Total: " DELIMITED BY SIZE
           WS-COUNT DELIMITED BY SIZE
           " aplicacao(oes) ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "    principal " DELIMITED BY SIZE
           WS-EDIT-PRINCIPAL DELIMITED BY SIZE
           " rend " DELIMITED BY SIZE
           WS-EDIT-ACCRUED DELIMITED BY SIZE
           " bruto " DELIMITED BY SIZE
           WS-EDIT-GROSS DELIMITED BY SIZE
           " IR " DELIMITED BY SIZE
           WS-EDIT-IR DELIMITED BY SIZE
           " liquido " DELIMITED BY SIZE
           WS-EDIT-NET DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

RECONCILE-ONE-ACCOUNT.
    MOVE 0 TO WS-GL-CLOSING
    MOVE WS-CHK-ACCT (WS-CHK-I) TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-REPORT-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS = "00"
       MOVE LG-CLOSING-CENTS OF WS-LG-RECORD TO WS-GL-CLOSING
    END-IF

    *> Provisao de IR e passivo: saldo do LEDGER com sinal trocado
    IF WS-CHK-TYPE (WS-CHK-I) = "IR"
       COMPUTE WS-GL-CLOSING = 0 - WS-GL-CLOSING
    END-IF

    COMPUTE WS-DIFF-CENTS = WS-CHK-VALUE (WS-CHK-I) - WS-GL-CLOSING

    COMPUTE WS-DEC-AMOUNT = WS-CHK-VALUE (WS-CHK-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-SUB
    COMPUTE WS-DEC-AMOUNT = WS-GL-CLOSING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GL
    COMPUTE WS-DEC-AMOUNT = WS-DIFF-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DIFF

    MOVE SPACES TO WS-RP-LINE
    IF WS-CHK-TYPE (WS-CHK-I) = "IR"
       STRING "Provisao IR " DELIMITED BY SIZE
              WS-CHK-ACCT (WS-CHK-I) DELIMITED BY SIZE
              " registro " DELIMITED BY SIZE
              WS-EDIT-SUB DELIMITED BY SIZE
              " LEDGER " DELIMITED BY SIZE
              WS-EDIT-GL DELIMITED BY SIZE
         INTO WS-RP-LINE
    ELSE
       STRING "Aplicacao   " DELIMITED BY SIZE
              WS-CHK-ACCT (WS-CHK-I) DELIMITED BY SIZE
              " registro " DELIMITED BY SIZE
              WS-EDIT-SUB DELIMITED BY SIZE
              " LEDGER " DELIMITED BY SIZE
              WS-EDIT-GL DELIMITED BY SIZE
         INTO WS-RP-LINE
    END-IF
    PERFORM EMIT-REPORT-LINE

    IF WS-DIFF-CENTS NOT = 0
       ADD 1 TO WS-DIVERGENT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "    *** DIVERGENCIA: " DELIMITED BY SIZE
              WS-EDIT-DIFF DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
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
