>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: inv-aging-rpt.cob
*> Objetivo:
*>   - Relatorio de idade do estoque: para um periodo AAAAMM
*>     informado, lista cada item com saldo no fim do mes
*>     (INV-ITEMS + INV-MOVES, via INV-AGING) com quantidade,
*>     valor, ultima saida e a divisao do valor pelas faixas
*>     0-90, 91-180, 181-365 e acima de 365 dias das camadas de
*>     entrada; resume o estoque inteiro por faixa.
*>   - Item parado: sem saida ha mais de INV-SLOW-MONTHS meses
*>     (SYS-PARAMS; ausente = 12) - ou nunca consumido - sai
*>     marcado PARADO e somado num total a parte, base para a
*>     analise de obsolescencia do INV-OBSOL.
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-AGING-RPT.

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

01 WS-IT-OP-CODE        PIC X.
COPY "inv-items.cpy" REPLACING ==IT-RECORD== BY ==WS-IT-RECORD==.
01 WS-IT-RETURN-STATUS  PIC XX.

COPY "inv-aging.cpy" REPLACING ==AG-RESULT== BY ==WS-AG-RESULT==.
01 WS-AG-RETURN-STATUS  PIC XX.

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-SLOW-MONTHS       PIC 9(3) VALUE 12.
01 WS-SLOW-DAYS         PIC 9(6).

*> Totais por faixa de idade (mesmas faixas do inv-aging.cpy)
01 WS-BUCKET-TABLE.
   05 WS-BUCKET-CENTS OCCURS 4 TIMES PIC 9(15).
   05 WS-BUCKET-QTY   OCCURS 4 TIMES PIC 9(11).
01 WS-BUCKET-I          PIC 9.
01 WS-BUCKET-LABELS.
   05 FILLER            PIC X(14) VALUE "0 a 90 dias   ".
   05 FILLER            PIC X(14) VALUE "91 a 180 dias ".
   05 FILLER            PIC X(14) VALUE "181 a 365 dias".
   05 FILLER            PIC X(14) VALUE "acima de 365  ".
01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
   05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(14).

01 WS-ITEM-COUNT        PIC 9(6) VALUE 0.
01 WS-STOCK-TOTAL       PIC 9(15) VALUE 0.
01 WS-SLOW-COUNT        PIC 9(6) VALUE 0.
01 WS-SLOW-TOTAL        PIC 9(15) VALUE 0.
01 WS-SLOW-FLAG         PIC X(8).

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-B1           PIC -(12)9.99.
01 WS-EDIT-B2           PIC -(12)9.99.
01 WS-EDIT-B3           PIC -(12)9.99.
01 WS-EDIT-B4           PIC -(12)9.99.
01 WS-EDIT-IDLE         PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== INV-AGING-RPT - Idade do estoque ==="
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    COMPUTE WS-PERIOD-END = WS-REPORT-PERIOD * 100 + 31

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-SLOW-MONTHS" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       AND SP-VALUE OF WS-SP-RECORD > 0
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-SLOW-MONTHS
    END-IF
    COMPUTE WS-SLOW-DAYS = WS-SLOW-MONTHS * 30

    MOVE "INV-AGING" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== INV-AGING-RPT - Idade do estoque - periodo "
           DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " - parado: sem saida ha mais de " DELIMITED BY SIZE
           WS-SLOW-MONTHS DELIMITED BY SIZE
           " meses ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Item   Descricao                      Qtde      "
           DELIMITED BY SIZE
           "Ult.saida Dias     0-90           91-180         "
           DELIMITED BY SIZE
           "181-365        >365" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    INITIALIZE WS-BUCKET-TABLE
    PERFORM LIST-STOCK-ITEMS

    IF WS-ITEM-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum item com saldo no fim do periodo."
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       PERFORM PRINT-AGE-SUMMARY
    END-IF

    PERFORM CLOSE-REPORT-SPOOL
    STOP RUN
    .

LIST-STOCK-ITEMS.
    MOVE SPACE TO WS-IT-RECORD
    MOVE "L" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS

    PERFORM UNTIL WS-IT-RETURN-STATUS NOT = "00"
       CALL "INV-AGING" USING
            WS-IT-RECORD
            WS-PERIOD-END
            WS-AG-RESULT
            WS-AG-RETURN-STATUS
       IF WS-AG-RETURN-STATUS = "00"
          PERFORM PRINT-ONE-ITEM
       END-IF
       MOVE "N" TO WS-IT-OP-CODE
       CALL "INV-ITEMS-IO" USING
            WS-IT-OP-CODE
            WS-IT-RECORD
            WS-IT-RETURN-STATUS
    END-PERFORM
    .

PRINT-ONE-ITEM.
    ADD 1 TO WS-ITEM-COUNT
    ADD AG-VALUE-CENTS OF WS-AG-RESULT TO WS-STOCK-TOTAL
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       ADD AG-BUCKET-CENTS OF WS-AG-RESULT (WS-BUCKET-I)
         TO WS-BUCKET-CENTS (WS-BUCKET-I)
       ADD AG-BUCKET-QTY OF WS-AG-RESULT (WS-BUCKET-I)
         TO WS-BUCKET-QTY (WS-BUCKET-I)
    END-PERFORM

    MOVE SPACES TO WS-SLOW-FLAG
    IF AG-LAST-ISSUE-DATE OF WS-AG-RESULT = 0
       OR AG-IDLE-DAYS OF WS-AG-RESULT > WS-SLOW-DAYS
       MOVE "PARADO" TO WS-SLOW-FLAG
       ADD 1 TO WS-SLOW-COUNT
       ADD AG-VALUE-CENTS OF WS-AG-RESULT TO WS-SLOW-TOTAL
    END-IF

    IF AG-IDLE-DAYS OF WS-AG-RESULT = 999999
       MOVE 0 TO WS-EDIT-IDLE
    ELSE
       MOVE AG-IDLE-DAYS OF WS-AG-RESULT TO WS-EDIT-IDLE
    END-IF
    COMPUTE WS-DEC-AMOUNT = AG-BUCKET-CENTS OF WS-AG-RESULT (1) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B1
    COMPUTE WS-DEC-AMOUNT = AG-BUCKET-CENTS OF WS-AG-RESULT (2) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B2
    COMPUTE WS-DEC-AMOUNT = AG-BUCKET-CENTS OF WS-AG-RESULT (3) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B3
    COMPUTE WS-DEC-AMOUNT = AG-BUCKET-CENTS OF WS-AG-RESULT (4) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B4

    MOVE SPACES TO WS-RP-LINE
    STRING IT-ITEM-ID OF WS-IT-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IT-DESCRIPTION OF WS-IT-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AG-QTY OF WS-AG-RESULT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AG-LAST-ISSUE-DATE OF WS-AG-RESULT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-IDLE DELIMITED BY SIZE
           WS-EDIT-B1 DELIMITED BY SIZE
           WS-EDIT-B2 DELIMITED BY SIZE
           WS-EDIT-B3 DELIMITED BY SIZE
           WS-EDIT-B4 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SLOW-FLAG DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-AGE-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Idade do estoque por faixa ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       COMPUTE WS-DEC-AMOUNT = WS-BUCKET-CENTS (WS-BUCKET-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "  " DELIMITED BY SIZE
              WS-BUCKET-LABEL (WS-BUCKET-I) DELIMITED BY SIZE
              "  qtde " DELIMITED BY SIZE
              WS-BUCKET-QTY (WS-BUCKET-I) DELIMITED BY SIZE
              "  valor " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    COMPUTE WS-DEC-AMOUNT = WS-STOCK-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Total do estoque " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-ITEM-COUNT DELIMITED BY SIZE
           " itens)" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-SLOW-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Itens parados    " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-SLOW-COUNT DELIMITED BY SIZE
           " itens sem saida ha mais de " DELIMITED BY SIZE
           WS-SLOW-MONTHS DELIMITED BY SIZE
           " meses)" DELIMITED BY SIZE
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
