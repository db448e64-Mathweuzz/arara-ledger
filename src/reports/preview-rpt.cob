>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: preview-rpt.cob
*> Objetivo:
*>   - Previa combinada do fechamento: le data/preview-entries.txt
*>     (as linhas propostas que DEPRECIATION, RECOGNITION,
*>     LOAN-SCHED, ALLOCATION, ACCRUAL-REV e FX-REVAL gravam via
*>     ENTRY-PREVIEW quando rodam em modo previa) e imprime, num
*>     relatorio so, todos os lancamentos que o fechamento
*>     gravaria - agrupados por batch, com as linhas, contas e
*>     totais de cada lancamento, subtotal por batch e total
*>     geral - e, no fim, o efeito liquido proposto por conta.
*>   - Nada e gravado: e o relatorio que a cadeia
*>     jcl/nightly-preview.sh imprime antes do fechamento real
*>     (o job limpa o arquivo antes de rodar os batches).
*>   - Debitos x creditos fora de equilibrio no total geral
*>     terminam com RC 4 (aviso).
*>   - Impressao espoolada via RPT-SPOOL (PREVIA-FECH).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PREVIEW-RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PREVIEW-FILE ASSIGN TO "data/preview-entries.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE   IS SEQUENTIAL
        FILE STATUS   IS FS-PREVIEW.

DATA DIVISION.
FILE SECTION.

FD  PREVIEW-FILE.
COPY "preview-entry.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-PREVIEW PIC XX.
01 WS-EOF-SWITCH        PIC X VALUE "N".
   88 END-OF-PREVIEW          VALUE "Y".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-REPORT-PERIOD     PIC 9(6).

01 WS-CUR-PROGRAM       PIC X(12) VALUE SPACES.
01 WS-CUR-TXN-ID        PIC 9(12) VALUE 0.

01 WS-PGM-ENTRIES       PIC 9(5)  VALUE 0.
01 WS-PGM-DEBITS        PIC 9(18) VALUE 0.
01 WS-PGM-CREDITS       PIC 9(18) VALUE 0.
01 WS-ALL-ENTRIES       PIC 9(5)  VALUE 0.
01 WS-ALL-LINES         PIC 9(7)  VALUE 0.
01 WS-ALL-DEBITS        PIC 9(18) VALUE 0.
01 WS-ALL-CREDITS       PIC 9(18) VALUE 0.

*> Efeito liquido proposto por conta (debito - credito)
01 WS-NET-TABLE.
   05 WS-NET-ENTRY OCCURS 500 TIMES.
      10 WS-NET-ACCOUNT-ID PIC 9(10).
      10 WS-NET-CENTS      PIC S9(18).
01 WS-NET-COUNT         PIC 9(3) VALUE 0.
01 WS-NET-I             PIC 9(3).
01 WS-NET-FOUND-SWITCH  PIC X.
   88 NET-SLOT-FOUND          VALUE "Y".
01 WS-NET-OVERFLOW      PIC 9(5) VALUE 0.

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
01 WS-AC-PARENT-ID      PIC 9(10).
01 WS-AC-ACCOUNT-NAME   PIC X(40).
01 WS-AC-ACCOUNT-TYPE   PIC X(1).
01 WS-AC-CURRENCY       PIC X(3).
01 WS-AC-OPENED-DATE    PIC 9(8).
01 WS-AC-STATUS         PIC X(1).
01 WS-AC-UPDATE-SEQ     PIC 9(9).
01 WS-AC-RETURN-STATUS  PIC XX.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-DEBITS       PIC -(14)9.99.
01 WS-EDIT-CREDITS      PIC -(14)9.99.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== PREVIEW-RPT - Previa combinada do fechamento ==="
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    MOVE "PREVIA-FECH" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== PREVIA-FECH - Lancamentos propostos do fechamento - "
           DELIMITED BY SIZE
           "periodo " DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " (NADA GRAVADO) ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE SPACES TO FS-PREVIEW
    OPEN INPUT PREVIEW-FILE
    IF FS-PREVIEW NOT = FS-OK
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum lancamento proposto (sem arquivo de previa)."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM READ-NEXT-LINE
    PERFORM UNTIL END-OF-PREVIEW
       PERFORM PRINT-ONE-LINE
       PERFORM READ-NEXT-LINE
    END-PERFORM

    CLOSE PREVIEW-FILE

    IF WS-ALL-LINES = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum lancamento proposto." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM PRINT-PROGRAM-TOTALS
    PERFORM PRINT-GRAND-TOTALS
    PERFORM PRINT-NET-BY-ACCOUNT

    PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

READ-NEXT-LINE.
    READ PREVIEW-FILE
    IF FS-PREVIEW NOT = FS-OK
       SET END-OF-PREVIEW TO TRUE
    END-IF
    .

PRINT-ONE-LINE.
    *> Quebra por batch e por lancamento (o arquivo vem na ordem
    *> em que os batches rodaram)
    IF PV-PROGRAM NOT = WS-CUR-PROGRAM
       IF WS-CUR-PROGRAM NOT = SPACES
          PERFORM PRINT-PROGRAM-TOTALS
       END-IF
       MOVE PV-PROGRAM TO WS-CUR-PROGRAM
       MOVE 0 TO WS-CUR-TXN-ID
       MOVE 0 TO WS-PGM-ENTRIES WS-PGM-DEBITS WS-PGM-CREDITS
       MOVE SPACES TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE SPACES TO WS-RP-LINE
       STRING "--- " DELIMITED BY SIZE
              PV-PROGRAM DELIMITED BY SPACE
              " (periodo " DELIMITED BY SIZE
              PV-PERIOD DELIMITED BY SPACE
              ") ---" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF PV-TXN-ID NOT = WS-CUR-TXN-ID
       MOVE PV-TXN-ID TO WS-CUR-TXN-ID
       ADD 1 TO WS-PGM-ENTRIES
       ADD 1 TO WS-ALL-ENTRIES
       MOVE SPACES TO WS-RP-LINE
       STRING "  Lancamento " DELIMITED BY SIZE
              PV-TXN-ID DELIMITED BY SIZE
              "  data " DELIMITED BY SIZE
              PV-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PV-MEMO DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    ADD 1 TO WS-ALL-LINES
    IF PV-DC = "D"
       ADD PV-AMOUNT-CENTS TO WS-PGM-DEBITS
       ADD PV-AMOUNT-CENTS TO WS-ALL-DEBITS
    ELSE
       ADD PV-AMOUNT-CENTS TO WS-PGM-CREDITS
       ADD PV-AMOUNT-CENTS TO WS-ALL-CREDITS
    END-IF
    PERFORM ACCUMULATE-NET

    COMPUTE WS-DEC-AMOUNT = PV-AMOUNT-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "      " DELIMITED BY SIZE
           PV-LINE-NO DELIMITED BY SIZE
           "  conta " DELIMITED BY SIZE
           PV-ACCOUNT-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PV-DC DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PV-COST-CENTER DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

ACCUMULATE-NET.
    MOVE "N" TO WS-NET-FOUND-SWITCH
    PERFORM VARYING WS-NET-I FROM 1 BY 1
            UNTIL WS-NET-I > WS-NET-COUNT OR NET-SLOT-FOUND
       IF WS-NET-ACCOUNT-ID (WS-NET-I) = PV-ACCOUNT-ID
          MOVE "Y" TO WS-NET-FOUND-SWITCH
          IF PV-DC = "D"
             ADD PV-AMOUNT-CENTS TO WS-NET-CENTS (WS-NET-I)
          ELSE
             SUBTRACT PV-AMOUNT-CENTS FROM WS-NET-CENTS (WS-NET-I)
          END-IF
       END-IF
    END-PERFORM

    IF NOT NET-SLOT-FOUND
       IF WS-NET-COUNT >= 500
          ADD 1 TO WS-NET-OVERFLOW
       ELSE
          ADD 1 TO WS-NET-COUNT
          MOVE PV-ACCOUNT-ID TO WS-NET-ACCOUNT-ID (WS-NET-COUNT)
          IF PV-DC = "D"
             MOVE PV-AMOUNT-CENTS TO WS-NET-CENTS (WS-NET-COUNT)
          ELSE
             COMPUTE WS-NET-CENTS (WS-NET-COUNT) = 0 - PV-AMOUNT-CENTS
          END-IF
       END-IF
    END-IF
    .

PRINT-PROGRAM-TOTALS.
    COMPUTE WS-DEC-AMOUNT = WS-PGM-DEBITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DEBITS
    COMPUTE WS-DEC-AMOUNT = WS-PGM-CREDITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-CREDITS
    MOVE SPACES TO WS-RP-LINE
    STRING "  Subtotal " DELIMITED BY SIZE
           WS-CUR-PROGRAM DELIMITED BY SPACE
           ": " DELIMITED BY SIZE
           WS-PGM-ENTRIES DELIMITED BY SIZE
           " lancamento(s)  debitos " DELIMITED BY SIZE
           WS-EDIT-DEBITS DELIMITED BY SIZE
           "  creditos " DELIMITED BY SIZE
           WS-EDIT-CREDITS DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-GRAND-TOTALS.
    COMPUTE WS-DEC-AMOUNT = WS-ALL-DEBITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DEBITS
    COMPUTE WS-DEC-AMOUNT = WS-ALL-CREDITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-CREDITS
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "TOTAL GERAL: " DELIMITED BY SIZE
           WS-ALL-ENTRIES DELIMITED BY SIZE
           " lancamento(s)  debitos " DELIMITED BY SIZE
           WS-EDIT-DEBITS DELIMITED BY SIZE
           "  creditos " DELIMITED BY SIZE
           WS-EDIT-CREDITS DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-ALL-DEBITS NOT = WS-ALL-CREDITS
       MOVE SPACES TO WS-RP-LINE
       STRING "*** PREVIA DESEQUILIBRADA - confira os lancamentos "
              DELIMITED BY SIZE
              "marcados nos spools de cada batch. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    .

PRINT-NET-BY-ACCOUNT.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Efeito liquido proposto por conta (debito - credito):"
           DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-NET-I FROM 1 BY 1
            UNTIL WS-NET-I > WS-NET-COUNT
       PERFORM PRINT-ONE-NET
    END-PERFORM

    IF WS-NET-OVERFLOW NOT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Mais de 500 contas na previa - " DELIMITED BY SIZE
              WS-NET-OVERFLOW DELIMITED BY SIZE
              " linha(s) fora do quadro por conta. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-ONE-NET.
    MOVE SPACES TO WS-AC-ACCOUNT-NAME
    MOVE "R" TO WS-AC-OP-CODE
    MOVE WS-NET-ACCOUNT-ID (WS-NET-I) TO WS-AC-ACCOUNT-ID
    CALL "ACCOUNTS-IO" USING
         WS-AC-OP-CODE
         WS-AC-ACCOUNT-ID
         WS-AC-PARENT-ID
         WS-AC-ACCOUNT-NAME
         WS-AC-ACCOUNT-TYPE
         WS-AC-CURRENCY
         WS-AC-OPENED-DATE
         WS-AC-STATUS
         WS-AC-UPDATE-SEQ
         WS-AC-RETURN-STATUS
    IF WS-AC-RETURN-STATUS NOT = "00"
       MOVE "*** CONTA NAO CADASTRADA ***" TO WS-AC-ACCOUNT-NAME
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-NET-CENTS (WS-NET-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "  " DELIMITED BY SIZE
           WS-NET-ACCOUNT-ID (WS-NET-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AC-ACCOUNT-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
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
