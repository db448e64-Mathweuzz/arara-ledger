>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: emp-adv-rpt.cob
*> Objetivo:
*>   - Relatorio de adiantamentos a funcionarios em aberto: para
*>     um periodo AAAAMM informado, lista cada adiantamento de
*>     viagem (EMP-ADVANCES-IO) concedido ate o fim do mes e
*>     ainda nao prestado em conta, com funcionario, data, idade
*>     em dias (convencao 360/30 do AP-AGING) e saldo em aberto;
*>     adiantamento ainda nao pago ao funcionario sai marcado
*>     "A PAGAR". Resume por faixa de idade (ate 30, 31-60,
*>     61-90, acima de 90 dias) e por funcionario - base da
*>     cobranca das prestacoes de contas atrasadas.
*>   - Prova: o total aberto tem de bater com o saldo devedor da
*>     conta EMP-ADV-ACCT (SYS-PARAMS) no LEDGER do periodo, no
*>     molde do GRNI-RPT. Diferenca sai marcada DIVERGENCIA e o
*>     programa termina com RC 4 (aviso).
*>   - O saldo e o do arquivo no momento da execucao: abatimento
*>     ou devolucao posterior ao fim do mes nao e recomposto -
*>     rodado no fechamento, o retrato e exato.
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. EMP-ADV-RPT.

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

01 WS-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==WS-EA-RECORD==.
01 WS-EA-RETURN-STATUS  PIC XX.

01 WS-EM-OP-CODE        PIC X.
COPY "employees.cpy" REPLACING ==EM-RECORD== BY ==WS-EM-RECORD==.
01 WS-EM-RETURN-STATUS  PIC XX.

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-ADV-ACCT          PIC 9(10) VALUE 0.

01 WS-OPEN-CENTS        PIC 9(15).
01 WS-AGE-DAYS          PIC S9(9).
01 WS-PAY-FLAG          PIC X(8).

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

*> Resumo por funcionario
01 WS-EMP-TABLE.
   05 WS-EMP-ENTRY OCCURS 300 TIMES.
      10 WS-EMP-ID      PIC 9(6).
      10 WS-EMP-CENTS   PIC 9(15).
      10 WS-EMP-COUNT   PIC 9(6).
      10 WS-EMP-OVER90  PIC 9(15).
01 WS-EMP-N             PIC 9(3) VALUE 0.
01 WS-EMP-I             PIC 9(3).
01 WS-EMP-FOUND-SWITCH  PIC X.
   88 EMP-SLOT-FOUND          VALUE "Y".

01 WS-OPEN-TOTAL        PIC 9(15) VALUE 0.
01 WS-OPEN-COUNT        PIC 9(6) VALUE 0.
01 WS-TO-PAY-TOTAL      PIC 9(15) VALUE 0.
01 WS-GL-CLOSING        PIC S9(18).
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
01 WS-EDIT-OVER90       PIC -(14)9.99.
01 WS-EDIT-GL           PIC -(14)9.99.
01 WS-EDIT-DIFF         PIC -(14)9.99.
01 WS-EDIT-AGE          PIC ZZZZ9.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== EMP-ADV-RPT - Adiantamentos a funcionarios ==="
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    IF WS-REPORT-PERIOD = 0
       DISPLAY "Periodo nao informado."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    COMPUTE WS-PERIOD-END = WS-REPORT-PERIOD * 100 + 31
    COMPUTE WS-DATE-WORK = WS-REPORT-PERIOD * 100 + 30
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-END-DAYS

    MOVE SPACE TO WS-SP-RECORD
    MOVE "EMP-ADV-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-ADV-ACCT
    END-IF

    MOVE "EMP-ADV" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== EMP-ADV-RPT - Adiantamentos a funcionarios em aberto"
           DELIMITED BY SIZE
           " - periodo " DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Adiant.  Func.  Data      Idade Motivo                "
           DELIMITED BY SIZE
           "              Aberto" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    INITIALIZE WS-BUCKET-TABLE
    PERFORM LIST-OPEN-ADVANCES

    IF WS-OPEN-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum adiantamento em aberto no fim do periodo."
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       PERFORM PRINT-AGE-SUMMARY
       PERFORM PRINT-EMPLOYEE-SUMMARY
    END-IF

    PERFORM RECONCILE-ADVANCE-ACCOUNT

    PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LIST-OPEN-ADVANCES.
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS

    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       PERFORM CHECK-ONE-ADVANCE
       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM
    .

CHECK-ONE-ADVANCE.
    IF EA-DATE OF WS-EA-RECORD > WS-PERIOD-END
       OR EA-IS-SETTLED OF WS-EA-RECORD
       OR EA-OPEN-CENTS OF WS-EA-RECORD = 0
       EXIT PARAGRAPH
    END-IF
    MOVE EA-OPEN-CENTS OF WS-EA-RECORD TO WS-OPEN-CENTS

    MOVE EA-DATE OF WS-EA-RECORD TO WS-DATE-WORK
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

    ADD WS-OPEN-CENTS TO WS-OPEN-TOTAL
    ADD 1 TO WS-OPEN-COUNT
    PERFORM ACCUMULATE-EMPLOYEE

    MOVE SPACES TO WS-PAY-FLAG
    IF EA-IS-TO-PAY OF WS-EA-RECORD
       MOVE "A PAGAR" TO WS-PAY-FLAG
       ADD WS-OPEN-CENTS TO WS-TO-PAY-TOTAL
    END-IF

    MOVE WS-AGE-DAYS TO WS-EDIT-AGE
    COMPUTE WS-DEC-AMOUNT = WS-OPEN-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING EA-ADVANCE-NO OF WS-EA-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EA-EMPLOYEE-ID OF WS-EA-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EA-DATE OF WS-EA-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-AGE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EA-PURPOSE OF WS-EA-RECORD DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PAY-FLAG DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

ACCUMULATE-EMPLOYEE.
    MOVE "N" TO WS-EMP-FOUND-SWITCH
    PERFORM VARYING WS-EMP-I FROM 1 BY 1
            UNTIL WS-EMP-I > WS-EMP-N OR EMP-SLOT-FOUND
       IF WS-EMP-ID (WS-EMP-I) = EA-EMPLOYEE-ID OF WS-EA-RECORD
          ADD WS-OPEN-CENTS TO WS-EMP-CENTS (WS-EMP-I)
          ADD 1 TO WS-EMP-COUNT (WS-EMP-I)
          IF WS-BUCKET-I = 4
             ADD WS-OPEN-CENTS TO WS-EMP-OVER90 (WS-EMP-I)
          END-IF
          MOVE "Y" TO WS-EMP-FOUND-SWITCH
       END-IF
    END-PERFORM

    IF NOT EMP-SLOT-FOUND
       IF WS-EMP-N >= 300
          MOVE SPACES TO WS-RP-LINE
          STRING "*** Mais de 300 funcionarios - resumo por "
                 DELIMITED BY SIZE
                 "funcionario incompleto. ***" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       ELSE
          ADD 1 TO WS-EMP-N
          MOVE EA-EMPLOYEE-ID OF WS-EA-RECORD TO WS-EMP-ID (WS-EMP-N)
          MOVE WS-OPEN-CENTS TO WS-EMP-CENTS (WS-EMP-N)
          MOVE 1 TO WS-EMP-COUNT (WS-EMP-N)
          MOVE 0 TO WS-EMP-OVER90 (WS-EMP-N)
          IF WS-BUCKET-I = 4
             MOVE WS-OPEN-CENTS TO WS-EMP-OVER90 (WS-EMP-N)
          END-IF
       END-IF
    END-IF
    .

PRINT-AGE-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Idade dos adiantamentos em aberto ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       COMPUTE WS-DEC-AMOUNT = WS-BUCKET-CENTS (WS-BUCKET-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "  " DELIMITED BY SIZE
              WS-BUCKET-LABEL (WS-BUCKET-I) DELIMITED BY SIZE
              "  adiantamentos " DELIMITED BY SIZE
              WS-BUCKET-COUNT (WS-BUCKET-I) DELIMITED BY SIZE
              "  valor " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    COMPUTE WS-DEC-AMOUNT = WS-TO-PAY-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "  (dos quais ainda a pagar ao funcionario: "
           DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-EMPLOYEE-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Resumo por funcionario ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-EMP-I FROM 1 BY 1 UNTIL WS-EMP-I > WS-EMP-N
       MOVE SPACE TO WS-EM-RECORD
       MOVE WS-EMP-ID (WS-EMP-I) TO EM-EMPLOYEE-ID OF WS-EM-RECORD
       MOVE "R" TO WS-EM-OP-CODE
       CALL "EMPLOYEES-IO" USING
            WS-EM-OP-CODE
            WS-EM-RECORD
            WS-EM-RETURN-STATUS
       IF WS-EM-RETURN-STATUS NOT = "00"
          MOVE "(funcionario nao cadastrado)" TO EM-NAME OF WS-EM-RECORD
       END-IF

       COMPUTE WS-DEC-AMOUNT = WS-EMP-CENTS (WS-EMP-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       COMPUTE WS-DEC-AMOUNT = WS-EMP-OVER90 (WS-EMP-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-OVER90
       MOVE SPACES TO WS-RP-LINE
       STRING "  " DELIMITED BY SIZE
              WS-EMP-ID (WS-EMP-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EM-NAME OF WS-EM-RECORD (1:30) DELIMITED BY SIZE
              " qtde " DELIMITED BY SIZE
              WS-EMP-COUNT (WS-EMP-I) DELIMITED BY SIZE
              " aberto " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              " >90d " DELIMITED BY SIZE
              WS-EDIT-OVER90 DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

RECONCILE-ADVANCE-ACCOUNT.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-ADV-ACCT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Parametro EMP-ADV-ACCT nao cadastrado - prova com "
              DELIMITED BY SIZE
              "o LEDGER nao feita. ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-GL-CLOSING
    MOVE SPACE TO WS-LG-RECORD
    MOVE WS-ADV-ACCT      TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-REPORT-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS = "00"
       MOVE LG-CLOSING-CENTS OF WS-LG-RECORD TO WS-GL-CLOSING
    END-IF

    *> Conta de ativo: o saldo devedor (positivo no LEDGER) e o
    *> que tem de bater com o aberto
    COMPUTE WS-DIFF-CENTS = WS-OPEN-TOTAL - WS-GL-CLOSING

    COMPUTE WS-DEC-AMOUNT = WS-OPEN-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-GL-CLOSING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GL
    COMPUTE WS-DEC-AMOUNT = WS-DIFF-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DIFF

    MOVE SPACES TO WS-RP-LINE
    STRING "Total aberto " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-OPEN-COUNT DELIMITED BY SIZE
           " adiantamentos)  conta " DELIMITED BY SIZE
           WS-ADV-ACCT DELIMITED BY SIZE
           " LEDGER " DELIMITED BY SIZE
           WS-EDIT-GL DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-DIFF-CENTS = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "EMP-ADV-RPT OK - adiantamentos abertos fecham com o "
              DELIMITED BY SIZE
              "LEDGER." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE SPACES TO WS-RP-LINE
       STRING "*** DIVERGENCIA ADIANTAMENTOS x LEDGER: "
              DELIMITED BY SIZE
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
