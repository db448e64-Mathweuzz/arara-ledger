*>   - Duas passadas, no molde do PAYROLL-IMPORT: a primeira
*>     valida o arquivo INTEIRO (cliente cadastrado e ativo,
*>     contas no plano, periodo da emissao aberto, AR-KEY ainda
*>     nao usado nem no historico arquivado - deteccao de
*>     duplicata - e os totais de controle do trailer);
*>     qualquer rejeicao derruba o arquivo TODO com o relatorio
*>     de rejeicoes e RC 8, nada e gravado.
*>     So com tudo limpo a segunda passada grava lancamentos e
*>     faturas.
*>   - JR-TXN-ID de cada lancamento vem da numeracao automatica
*>     (TXN-SEQ-IO 'N'); mensagens no log central (BATCH-LOG).
*>   - Na segunda passada, cada lancamento passa pela verificacao
*>     de duplicidade do JOURNAL-IO ('D'): suspeito (mesma data
*>     na janela, mesmo total, mesmas contas) NAO e gravado nem
*>     vira fatura - vai para "data/ar-billing-dup.txt" (layout
*>     dup-reject.cpy) e o programa termina com RC 8. Suspeito
*>     que e outra fatura do proprio faturamento (memo "FATURA "
*>     com outro cliente/numero - mesma mensalidade para varios
*>     clientes no mesmo dia) nao e duplicidade: o AR-KEY da 1a
*>     passada ja garante que cada fatura entra uma vez so.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-IMPORT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-BILLING.

    SELECT DUP-REJECT-FILE ASSIGN TO "data/ar-billing-dup.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-DUP-REJECT.

DATA DIVISION.
FILE SECTION.

FD  BILLING-FILE.
01  BILLING-LINE PIC X(80).

FD  DUP-REJECT-FILE.
COPY "dup-reject.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-BL-RETURN-STATUS  PIC XX.

01 FS-BILLING PIC XX.
01 FS-DUP-REJECT PIC XX.
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-BILLING VALUE "Y".

01 WS-REJECT-COUNT      PIC 9(6)  VALUE 0.
01 WS-CREATED-COUNT     PIC 9(6)  VALUE 0.
01 WS-CREATED-TOTAL     PIC 9(18) VALUE 0.
01 WS-DUPLICATE-COUNT   PIC 9(6)  VALUE 0.
01 WS-RUN-DATE          PIC 9(8).
01 WS-ENTRY-MEMO        PIC X(60).
01 WS-DUP-SWITCH        PIC X VALUE "N".
   88 ENTRY-IS-DUPLICATE      VALUE "Y".

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "

    IF WS-READ-COUNT = 0
       DISPLAY "Arquivo do faturamento sem faturas - nada a importar."
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY " "
    DISPLAY "Faturas importadas.........: " WS-CREATED-COUNT
    DISPLAY "Valor total importado......: " WS-CREATED-TOTAL
    DISPLAY "Recusadas por duplicidade..: " WS-DUPLICATE-COUNT

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "AI0009" TO WS-BL-MSG-CODE
    PERFORM WRITE-BATCH-LOG

    DISPLAY "AR-IMPORT - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    *> ...inclusive ja recebida e arquivada
    IF WS-AR-RETURN-STATUS NOT = "00"
       MOVE "R" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-HIST-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-IF
    IF WS-AR-RETURN-STATUS = "00"
       ADD 1 TO WS-REJECT-COUNT
       DISPLAY "*** Fatura " WS-D-CUSTOMER-ID "/" WS-D-INVOICE-NO
       STOP RUN
    END-IF

    *> Suspeitos de duplicidade desta execucao
    MOVE SPACES TO FS-DUP-REJECT
    OPEN OUTPUT DUP-REJECT-FILE
    IF FS-DUP-REJECT NOT = FS-OK
       DISPLAY "Erro ao abrir arquivo de duplicidades. STATUS: "
               FS-DUP-REJECT
       CLOSE BILLING-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    MOVE "N" TO WS-EOF-SWITCH
    PERFORM READ-NEXT-LINE
    *> Pula o cabecalho (H), ja tratado na 1a passada
    END-PERFORM

    CLOSE BILLING-FILE
    CLOSE DUP-REJECT-FILE

    IF WS-DUPLICATE-COUNT NOT = 0
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

CREATE-ONE-INVOICE.
       DISPLAY "*** Numeracao indisponivel para "
               WS-D-CUSTOMER-ID "/" WS-D-INVOICE-NO
               " - fatura NAO importada."
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO JR-POSTED-FLAG
    MOVE "A" TO JR-APPROVAL-STATUS

    PERFORM CHECK-DUPLICATE-ENTRY
    IF ENTRY-IS-DUPLICATE
       EXIT PARAGRAPH
    END-IF

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
               WS-D-CUSTOMER-ID "/" WS-D-INVOICE-NO
               " - STATUS: " WS-JR-RETURN-STATUS
               " - fatura NAO importada."
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO AR-LAST-INT-DATE OF WS-AR-RECORD
    MOVE JR-TXN-ID TO AR-ENTRY-TXN-ID OF WS-AR-RECORD
    MOVE 0 TO AR-RECEIPT-TXN-ID OF WS-AR-RECORD
    *> Fatura nova aguarda a NFS-e no proximo lote de RPS
    SET AR-NFSE-PENDING OF WS-AR-RECORD TO TRUE
    MOVE 0 TO AR-RPS-NUMBER OF WS-AR-RECORD
    MOVE 0 TO AR-NFSE-DATE OF WS-AR-RECORD
    MOVE 0 TO AR-CREDIT-CENTS OF WS-AR-RECORD
    MOVE 0 TO AR-ADVANCE-CENTS OF WS-AR-RECORD
    MOVE 0 TO AR-RETURN-ITEM-ID OF WS-AR-RECORD
    MOVE 0 TO AR-RETURN-QTY OF WS-AR-RECORD
    MOVE SPACE TO AR-WRITEOFF-FLAG OF WS-AR-RECORD

    *> Vendedor da fatura = vendedor atual do cliente (o arquivo
    *> de faturamento nao traz vendedor)
    MOVE 0 TO AR-SALES-REP-ID OF WS-AR-RECORD
    MOVE SPACE TO WS-CU-RECORD
    MOVE WS-D-CUSTOMER-ID TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS = "00"
       AND CU-SALES-REP-ID OF WS-CU-RECORD IS NUMERIC
       MOVE CU-SALES-REP-ID OF WS-CU-RECORD
         TO AR-SALES-REP-ID OF WS-AR-RECORD
    END-IF

    MOVE "C" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
               WS-D-CUSTOMER-ID "/" WS-D-INVOICE-NO
               " - STATUS: " WS-AR-RETURN-STATUS
               " (lancamento " JR-TXN-ID " ja gravado - apure)."
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

CHECK-DUPLICATE-ENTRY.
    *> JOURNAL-IO 'D': FS-DUPLICATE-SUSPECT devolve o ID do
    *> lancamento ja existente em WS-JR-SEARCH-AMOUNT-MIN
    MOVE "N" TO WS-DUP-SWITCH
    MOVE "D" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO
    MOVE SPACE TO WS-JR-RETURN-STATUS
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

    IF WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-SUSPECT
       EXIT PARAGRAPH
    END-IF

    *> Le o suspeito: outra fatura do faturamento nao e duplicidade
    MOVE JR-MEMO TO WS-ENTRY-MEMO
    MOVE SPACES TO DR-RECORD
    MOVE WS-BL-PROGRAM           TO DR-PROGRAM
    MOVE WS-RUN-DATE             TO DR-RUN-DATE
    MOVE JR-TXN-ID               TO DR-TXN-ID
    MOVE JR-DATE                 TO DR-DATE
    MOVE WS-D-AMOUNT             TO DR-TOTAL-CENTS
    MOVE WS-JR-SEARCH-AMOUNT-MIN TO DR-SUSPECT-TXN-ID
    MOVE WS-ENTRY-MEMO           TO DR-MEMO

    MOVE WS-JR-SEARCH-AMOUNT-MIN TO JR-TXN-ID
    MOVE "R" TO WS-JR-OP-CODE
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
    IF WS-JR-RETURN-STATUS = FS-OK
       AND JR-MEMO (1:7) = "FATURA "
       AND JR-MEMO NOT = WS-ENTRY-MEMO
       *> Restaura o lancamento montado e segue com a gravacao
       PERFORM RESTORE-INVOICE-ENTRY
       EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-DUP-SWITCH
    ADD 1 TO WS-DUPLICATE-COUNT
    WRITE DR-RECORD
    DISPLAY "*** Fatura " WS-D-CUSTOMER-ID "/" WS-D-INVOICE-NO
            ": possivel duplicidade com o lancamento "
            DR-SUSPECT-TXN-ID " - fatura NAO importada."

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "AI0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "DUPLICIDADE: "          DELIMITED BY SIZE
           WS-D-CUSTOMER-ID         DELIMITED BY SIZE
           "/"                      DELIMITED BY SIZE
           WS-D-INVOICE-NO          DELIMITED BY SIZE
           " X "                    DELIMITED BY SIZE
           DR-SUSPECT-TXN-ID        DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    .

RESTORE-INVOICE-ENTRY.
    *> Remonta o lancamento de entrada da fatura corrente (o 'R'
    *> do suspeito sobrepos JR-RECORD e JR-LINES-TABLE)
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE DR-TXN-ID       TO JR-TXN-ID
    MOVE WS-D-ISSUE-DATE TO JR-DATE
    MOVE WS-ENTRY-MEMO   TO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-D-RECEIVABLE-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-D-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE WS-D-REVENUE-ACCT TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-D-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N" TO JR-POSTED-FLAG
    MOVE "A" TO JR-APPROVAL-STATUS
    .

WRITE-BATCH-LOG.
