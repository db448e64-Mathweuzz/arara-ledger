*>     cada dia com registro).
*>   - Tira a tesouraria da dependencia das consultas manuais da
*>     opcao D do MENU, uma conta por vez.
*>   - Depois do caixa, as aplicacoes financeiras ativas
*>     (INVESTMENTS) ja iniciadas na data: bruto, IR provisionado
*>     e liquido de cada uma na data do ultimo rendimento
*>     apropriado pelo INVEST-ACCRUAL, e a posicao total de caixa
*>     mais aplicacoes (liquido).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-POSITION.
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.

*> Aplicacoes financeiras (INVESTMENTS)
01 WS-IV-OP-CODE        PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==WS-IV-RECORD==.
01 WS-IV-RETURN-STATUS  PIC XX.
01 WS-IV-GROSS          PIC 9(15).
01 WS-IV-NET            PIC S9(16).
01 WS-IV-COUNT          PIC 9(4)  VALUE 0.
01 WS-TOTAL-INV-GROSS   PIC S9(18) VALUE 0.
01 WS-TOTAL-INV-NET     PIC S9(18) VALUE 0.
01 WS-TOTAL-WITH-INV    PIC S9(18).
01 WS-EDIT-GROSS        PIC -(14)9.99.
01 WS-EDIT-IR           PIC -(14)9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE SPACES TO WS-RP-LINE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM PRINT-INVESTMENTS
    PERFORM CLOSE-REPORT-SPOOL
    STOP RUN
    .
            WS-BA-RETURN-STATUS
    END-PERFORM
    .

PRINT-INVESTMENTS.
    *> Aplicacoes ativas ja iniciadas na data de referencia
    MOVE SPACE TO WS-IV-RECORD
    MOVE "L" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    PERFORM UNTIL WS-IV-RETURN-STATUS NOT = "00"
       IF IV-IS-ACTIVE OF WS-IV-RECORD
          AND IV-START-DATE OF WS-IV-RECORD NOT > WS-REF-DATE
          IF WS-IV-COUNT = 0
             MOVE SPACES TO WS-RP-LINE
             PERFORM EMIT-REPORT-LINE
             MOVE SPACES TO WS-RP-LINE
             STRING "--- Aplicacoes financeiras (posicao no ultimo "
                    DELIMITED BY SIZE
                    "rendimento apropriado) ---" DELIMITED BY SIZE
               INTO WS-RP-LINE
             PERFORM EMIT-REPORT-LINE
          END-IF
          ADD 1 TO WS-IV-COUNT
          COMPUTE WS-IV-GROSS = IV-PRINCIPAL-CENTS OF WS-IV-RECORD
                + IV-ACCRUED-CENTS OF WS-IV-RECORD
          COMPUTE WS-IV-NET = WS-IV-GROSS
                - IV-IR-PROV-CENTS OF WS-IV-RECORD
          ADD WS-IV-GROSS TO WS-TOTAL-INV-GROSS
          ADD WS-IV-NET TO WS-TOTAL-INV-NET

          COMPUTE WS-DEC-AMOUNT = WS-IV-GROSS / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-GROSS
          COMPUTE WS-DEC-AMOUNT = IV-IR-PROV-CENTS OF WS-IV-RECORD / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-IR
          COMPUTE WS-DEC-AMOUNT = WS-IV-NET / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " DELIMITED BY SIZE
                 IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 IV-PRODUCT OF WS-IV-RECORD DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 IV-DESCRIPTION OF WS-IV-RECORD DELIMITED BY SIZE
                 " banco " DELIMITED BY SIZE
                 IV-BANK-ACCT-ID OF WS-IV-RECORD DELIMITED BY SIZE
                 " venc " DELIMITED BY SIZE
                 IV-MATURITY-DATE OF WS-IV-RECORD DELIMITED BY SIZE
                 " em " DELIMITED BY SIZE
                 IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          MOVE SPACES TO WS-RP-LINE
          STRING "      bruto " DELIMITED BY SIZE
                 WS-EDIT-GROSS DELIMITED BY SIZE
                 " IR " DELIMITED BY SIZE
                 WS-EDIT-IR DELIMITED BY SIZE
                 " liquido " DELIMITED BY SIZE
                 WS-EDIT-AMOUNT DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF

       MOVE "N" TO WS-IV-OP-CODE
       CALL "INVESTMENTS-IO" USING
            WS-IV-OP-CODE
            WS-IV-RECORD
            WS-IV-RETURN-STATUS
    END-PERFORM

    IF WS-IV-COUNT = 0
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-INV-GROSS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GROSS
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-INV-NET / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Aplicacoes: " DELIMITED BY SIZE
           WS-IV-COUNT DELIMITED BY SIZE
           "  bruto " DELIMITED BY SIZE
           WS-EDIT-GROSS DELIMITED BY SIZE
           " liquido " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-TOTAL-WITH-INV = WS-TOTAL-CASH + WS-TOTAL-INV-NET
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-WITH-INV / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Caixa + aplicacoes (liquido) em " DELIMITED BY SIZE
           WS-REF-DATE DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .
