>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: entry-preview.cob
*> Objetivo:
*>   - Subprograma do modo previa dos batches de lancamento do
*>     fechamento (DEPRECIATION, RECOGNITION, LOAN-SCHED,
*>     ALLOCATION, ACCRUAL-REV, FX-REVAL): o batch monta o
*>     JR-RECORD e o JR-LINES-TABLE exatamente como faria para o
*>     JOURNAL-IO 'C', mas em vez de gravar entrega o lancamento
*>     aqui - e nada vai para o JOURNAL nem para os contadores
*>     dos cadastros (o batch tambem pula a sua fase de avanco).
*>   - Cada lancamento proposto sai no terminal e num spool
*>     "relatorio de lancamentos propostos" (RPT-SPOOL, nome
*>     informado pelo batch): cabecalho com ID reservado, data e
*>     historico, uma linha por debito/credito com conta, nome
*>     da conta e valor, e o total de debitos x creditos do
*>     lancamento (desequilibrio sai marcado).
*>   - As mesmas linhas sao appendadas em data/preview-entries.txt
*>     (layout preview-entry.cpy), que o PREVIEW-RPT le para a
*>     previa combinada da cadeia noturna (nightly-preview.sh
*>     limpa o arquivo antes de rodar os batches).
*>   - Operacoes:
*>       'E' = Entry (imprime e registra um lancamento proposto;
*>             a primeira chamada abre o spool)
*>       'C' = Close (imprime os totais da execucao e fecha o
*>             spool; sem lancamento proposto nao imprime nada)
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ENTRY-PREVIEW.

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

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-SPOOL-SWITCH      PIC X VALUE "N".
   88 PREVIEW-SPOOL-OPEN      VALUE "Y".

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

01 WS-LINE-I            PIC 9(3).
01 WS-ENTRY-DEBITS      PIC 9(18).
01 WS-ENTRY-CREDITS     PIC 9(18).
01 WS-RUN-ENTRIES       PIC 9(5)  VALUE 0.
01 WS-RUN-DEBITS        PIC 9(18) VALUE 0.
01 WS-RUN-CREDITS       PIC 9(18) VALUE 0.
01 WS-UNBALANCED-COUNT  PIC 9(5)  VALUE 0.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-DEBITS       PIC -(14)9.99.
01 WS-EDIT-CREDITS      PIC -(14)9.99.

LINKAGE SECTION.
01 L-EP-OP-CODE        PIC X.
01 L-EP-REPORT-NAME    PIC X(12).
01 L-EP-PERIOD         PIC X(13).
COPY "journal.cpy" REPLACING ==JR-RECORD== BY ==L-EP-JR-RECORD==.
COPY "journal-lines-table.cpy" REPLACING ==JR-LINES-TABLE== BY ==L-EP-LINES-TABLE==.
01 L-EP-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-EP-OP-CODE
    L-EP-REPORT-NAME
    L-EP-PERIOD
    L-EP-JR-RECORD
    L-EP-LINES-TABLE
    L-EP-RETURN-STATUS
    .

MAIN-PARA.
    MOVE "00" TO L-EP-RETURN-STATUS

    EVALUATE L-EP-OP-CODE
       WHEN "E"
          PERFORM PREVIEW-ONE-ENTRY
       WHEN "C"
          PERFORM CLOSE-PREVIEW
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-EP-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

PREVIEW-ONE-ENTRY.
    IF NOT PREVIEW-SPOOL-OPEN
       PERFORM OPEN-PREVIEW-SPOOL
    END-IF

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Lancamento proposto " DELIMITED BY SIZE
           JR-TXN-ID OF L-EP-JR-RECORD DELIMITED BY SIZE
           "  data " DELIMITED BY SIZE
           JR-DATE OF L-EP-JR-RECORD DELIMITED BY SIZE
           "  origem " DELIMITED BY SIZE
           JR-SOURCE OF L-EP-JR-RECORD DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JR-MEMO OF L-EP-JR-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE 0 TO WS-ENTRY-DEBITS WS-ENTRY-CREDITS

    *> Registro da previa combinada; sem o arquivo a previa
    *> continua saindo no terminal e no spool deste batch
    MOVE SPACES TO FS-PREVIEW
    OPEN EXTEND PREVIEW-FILE
    IF FS-PREVIEW = FS-NOT-FOUND
       OPEN OUTPUT PREVIEW-FILE
    END-IF

    PERFORM VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 200
       IF JR-LINE-ACCOUNT-ID OF L-EP-LINES-TABLE (WS-LINE-I) NOT = 0
          PERFORM PREVIEW-ONE-LINE
       END-IF
    END-PERFORM

    IF FS-PREVIEW = FS-OK
       CLOSE PREVIEW-FILE
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-ENTRY-DEBITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DEBITS
    COMPUTE WS-DEC-AMOUNT = WS-ENTRY-CREDITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-CREDITS
    MOVE SPACES TO WS-RP-LINE
    STRING "    Total debitos " DELIMITED BY SIZE
           WS-EDIT-DEBITS DELIMITED BY SIZE
           "  creditos " DELIMITED BY SIZE
           WS-EDIT-CREDITS DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
       ADD 1 TO WS-UNBALANCED-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "    *** LANCAMENTO DESEQUILIBRADO - o JOURNAL-IO "
              DELIMITED BY SIZE
              "recusaria a gravacao. ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    ADD 1 TO WS-RUN-ENTRIES
    ADD WS-ENTRY-DEBITS  TO WS-RUN-DEBITS
    ADD WS-ENTRY-CREDITS TO WS-RUN-CREDITS
    .

PREVIEW-ONE-LINE.
    MOVE SPACES TO WS-AC-ACCOUNT-NAME
    MOVE "R" TO WS-AC-OP-CODE
    MOVE JR-LINE-ACCOUNT-ID OF L-EP-LINES-TABLE (WS-LINE-I)
      TO WS-AC-ACCOUNT-ID
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

    IF JR-LINE-DC OF L-EP-LINES-TABLE (WS-LINE-I) = "D"
       ADD JR-LINE-AMOUNT-CENTS OF L-EP-LINES-TABLE (WS-LINE-I)
         TO WS-ENTRY-DEBITS
    ELSE
       ADD JR-LINE-AMOUNT-CENTS OF L-EP-LINES-TABLE (WS-LINE-I)
         TO WS-ENTRY-CREDITS
    END-IF

    COMPUTE WS-DEC-AMOUNT =
            JR-LINE-AMOUNT-CENTS OF L-EP-LINES-TABLE (WS-LINE-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT

    MOVE SPACES TO WS-RP-LINE
    STRING "    " DELIMITED BY SIZE
           JR-LINE-NO OF L-EP-LINES-TABLE (WS-LINE-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JR-LINE-ACCOUNT-ID OF L-EP-LINES-TABLE (WS-LINE-I)
              DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AC-ACCOUNT-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JR-LINE-DC OF L-EP-LINES-TABLE (WS-LINE-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JR-LINE-COST-CENTER OF L-EP-LINES-TABLE (WS-LINE-I)
              DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF FS-PREVIEW = FS-OK
       MOVE SPACE TO PV-RECORD
       MOVE L-EP-REPORT-NAME TO PV-PROGRAM
       MOVE L-EP-PERIOD      TO PV-PERIOD
       MOVE JR-TXN-ID OF L-EP-JR-RECORD TO PV-TXN-ID
       MOVE JR-DATE OF L-EP-JR-RECORD   TO PV-DATE
       MOVE JR-LINE-NO OF L-EP-LINES-TABLE (WS-LINE-I) TO PV-LINE-NO
       MOVE JR-LINE-ACCOUNT-ID OF L-EP-LINES-TABLE (WS-LINE-I)
         TO PV-ACCOUNT-ID
       MOVE JR-LINE-DC OF L-EP-LINES-TABLE (WS-LINE-I) TO PV-DC
       MOVE JR-LINE-AMOUNT-CENTS OF L-EP-LINES-TABLE (WS-LINE-I)
         TO PV-AMOUNT-CENTS
       MOVE JR-LINE-COST-CENTER OF L-EP-LINES-TABLE (WS-LINE-I)
         TO PV-COST-CENTER
       MOVE JR-MEMO OF L-EP-JR-RECORD TO PV-MEMO
       WRITE PV-RECORD
    END-IF
    .

CLOSE-PREVIEW.
    IF NOT PREVIEW-SPOOL-OPEN
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-RUN-DEBITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DEBITS
    COMPUTE WS-DEC-AMOUNT = WS-RUN-CREDITS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-CREDITS

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Lancamentos propostos: " DELIMITED BY SIZE
           WS-RUN-ENTRIES DELIMITED BY SIZE
           "  debitos " DELIMITED BY SIZE
           WS-EDIT-DEBITS DELIMITED BY SIZE
           "  creditos " DELIMITED BY SIZE
           WS-EDIT-CREDITS DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-UNBALANCED-COUNT NOT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** " DELIMITED BY SIZE
              WS-UNBALANCED-COUNT DELIMITED BY SIZE
              " lancamento(s) desequilibrado(s) na previa. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "PREVIA - nada foi gravado no JOURNAL nem nos cadastros."
           DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM CLOSE-REPORT-SPOOL
    MOVE "N" TO WS-SPOOL-SWITCH
    MOVE 0 TO WS-RUN-ENTRIES WS-RUN-DEBITS WS-RUN-CREDITS
              WS-UNBALANCED-COUNT
    .

OPEN-PREVIEW-SPOOL.
    MOVE L-EP-REPORT-NAME TO WS-RP-REPORT-NAME
    MOVE L-EP-PERIOD      TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    SET PREVIEW-SPOOL-OPEN TO TRUE

    MOVE SPACES TO WS-RP-LINE
    STRING "=== " DELIMITED BY SIZE
           L-EP-REPORT-NAME DELIMITED BY SPACE
           " - LANCAMENTOS PROPOSTOS (PREVIA, NADA GRAVADO) - "
           DELIMITED BY SIZE
           L-EP-PERIOD DELIMITED BY SPACE
           " ===" DELIMITED BY SIZE
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
