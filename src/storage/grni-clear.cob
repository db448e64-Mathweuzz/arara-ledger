>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: grni-clear.cob
*> Objetivo:
*>   - Subprograma que baixa os recebimentos nao faturados (GRNI)
*>     de um pedido de compra quando a fatura do fornecedor chega
*>     - chamado pelo registro da fatura no AP-MENU e pelo
*>     NFE-IMPORT, para que os dois sigam a mesma regra.
*>   - Operacoes:
*>       'Q' = Query: devolve em L-GC-OPEN-CENTS o saldo aberto
*>             dos recebimentos do pedido e em L-GC-CLEAR-CENTS
*>             quanto dele a fatura (L-GC-INVOICE-CENTS) deve
*>             cobrir: fatura dentro da tolerancia L-GC-TOL-PCT
*>             (centesimos de %) do saldo aberto, ou acima dele,
*>             cobre o saldo inteiro (a diferenca e variacao de
*>             preco); fatura menor que isso e faturamento
*>             parcial e cobre so o proprio valor
*>       'A' = Apply: baixa L-GC-CLEAR-CENTS dos recebimentos
*>             abertos do pedido, do mais antigo para o mais novo,
*>             gravando o lancamento da fatura (L-GC-TXN-ID) e a
*>             data (L-GC-DATE) nas linhas que fecham
*>       'R' = Restore: devolve L-GC-CLEAR-CENTS ao saldo aberto,
*>             do recebimento mais novo para o mais antigo
*>             (rejeicao da fatura no AP-MENU)
*>   - As linhas do pedido sao carregadas numa tabela antes de
*>     regravar: o GRNI-IO nao regrava no meio da propria
*>     varredura.
*>   - L-GC-RETURN-STATUS "00" = ok; "23" = pedido sem
*>     recebimento aberto (ou, no 'A'/'R', valor maior que o
*>     disponivel - baixado o que havia).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. GRNI-CLEAR.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-GR-OP-CODE        PIC X.
COPY "grni.cpy" REPLACING ==GR-RECORD== BY ==WS-GR-RECORD==.
01 WS-GR-RETURN-STATUS  PIC XX.

*> Recebimentos do pedido, em ordem de entrada
01 WS-GC-TABLE.
   05 WS-GC-ENTRY OCCURS 500 TIMES.
      10 WS-GC-SEQ        PIC 9(4).
      10 WS-GC-OPEN       PIC 9(15).
      10 WS-GC-INVOICED   PIC 9(15).
01 WS-GC-COUNT          PIC 9(4).
01 WS-GC-I              PIC 9(4).
01 WS-GC-REMAINING      PIC 9(15).
01 WS-GC-TAKE           PIC 9(15).
01 WS-GC-TOLERANCE      PIC 9(15).

LINKAGE SECTION.
01 L-GC-OP-CODE         PIC X.
01 L-GC-PO-NUMBER       PIC 9(8).
01 L-GC-INVOICE-CENTS   PIC 9(15).
01 L-GC-TOL-PCT         PIC 9(5).
01 L-GC-OPEN-CENTS      PIC 9(15).
01 L-GC-CLEAR-CENTS     PIC 9(15).
01 L-GC-TXN-ID          PIC 9(12).
01 L-GC-DATE            PIC 9(8).
01 L-GC-RETURN-STATUS   PIC XX.

PROCEDURE DIVISION USING
    L-GC-OP-CODE
    L-GC-PO-NUMBER
    L-GC-INVOICE-CENTS
    L-GC-TOL-PCT
    L-GC-OPEN-CENTS
    L-GC-CLEAR-CENTS
    L-GC-TXN-ID
    L-GC-DATE
    L-GC-RETURN-STATUS
    .

MAIN-PARA.
    MOVE FS-OK TO L-GC-RETURN-STATUS
    PERFORM LOAD-PO-RECEIPTS

    EVALUATE L-GC-OP-CODE
       WHEN "Q"
          PERFORM QUERY-OPEN-RECEIPTS
       WHEN "A"
          PERFORM APPLY-INVOICE
       WHEN "R"
          PERFORM RESTORE-INVOICE
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-GC-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

LOAD-PO-RECEIPTS.
    MOVE 0 TO WS-GC-COUNT
    MOVE 0 TO L-GC-OPEN-CENTS
    MOVE SPACE TO WS-GR-RECORD
    MOVE L-GC-PO-NUMBER TO GR-PO-NUMBER OF WS-GR-RECORD
    MOVE "K" TO WS-GR-OP-CODE
    CALL "GRNI-IO" USING
         WS-GR-OP-CODE
         WS-GR-RECORD
         WS-GR-RETURN-STATUS
    PERFORM UNTIL WS-GR-RETURN-STATUS NOT = "00"
       IF WS-GC-COUNT < 500
          ADD 1 TO WS-GC-COUNT
          MOVE GR-SEQ OF WS-GR-RECORD TO WS-GC-SEQ (WS-GC-COUNT)
          MOVE GR-INVOICED-CENTS OF WS-GR-RECORD
            TO WS-GC-INVOICED (WS-GC-COUNT)
          IF GR-IS-OPEN OF WS-GR-RECORD
             COMPUTE WS-GC-OPEN (WS-GC-COUNT) =
                     GR-RECEIVED-CENTS OF WS-GR-RECORD
                   - GR-INVOICED-CENTS OF WS-GR-RECORD
          ELSE
             MOVE 0 TO WS-GC-OPEN (WS-GC-COUNT)
          END-IF
          ADD WS-GC-OPEN (WS-GC-COUNT) TO L-GC-OPEN-CENTS
       END-IF
       MOVE "N" TO WS-GR-OP-CODE
       CALL "GRNI-IO" USING
            WS-GR-OP-CODE
            WS-GR-RECORD
            WS-GR-RETURN-STATUS
    END-PERFORM
    .

QUERY-OPEN-RECEIPTS.
    MOVE 0 TO L-GC-CLEAR-CENTS
    IF L-GC-OPEN-CENTS = 0
       MOVE FS-INVALID-KEY TO L-GC-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-GC-TOLERANCE ROUNDED =
            (L-GC-OPEN-CENTS * L-GC-TOL-PCT) / 10000
    IF L-GC-INVOICE-CENTS + WS-GC-TOLERANCE NOT < L-GC-OPEN-CENTS
       MOVE L-GC-OPEN-CENTS TO L-GC-CLEAR-CENTS
    ELSE
       MOVE L-GC-INVOICE-CENTS TO L-GC-CLEAR-CENTS
    END-IF
    .

APPLY-INVOICE.
    MOVE L-GC-CLEAR-CENTS TO WS-GC-REMAINING
    PERFORM VARYING WS-GC-I FROM 1 BY 1
            UNTIL WS-GC-I > WS-GC-COUNT OR WS-GC-REMAINING = 0
       IF WS-GC-OPEN (WS-GC-I) > 0
          IF WS-GC-OPEN (WS-GC-I) < WS-GC-REMAINING
             MOVE WS-GC-OPEN (WS-GC-I) TO WS-GC-TAKE
          ELSE
             MOVE WS-GC-REMAINING TO WS-GC-TAKE
          END-IF
          PERFORM READ-RECEIPT-LINE
          IF WS-GR-RETURN-STATUS = "00"
             ADD WS-GC-TAKE TO GR-INVOICED-CENTS OF WS-GR-RECORD
             MOVE L-GC-TXN-ID TO GR-LAST-INV-TXN-ID OF WS-GR-RECORD
             IF GR-INVOICED-CENTS OF WS-GR-RECORD
                   NOT < GR-RECEIVED-CENTS OF WS-GR-RECORD
                SET GR-IS-CLEARED OF WS-GR-RECORD TO TRUE
                MOVE L-GC-DATE TO GR-CLEARED-DATE OF WS-GR-RECORD
             END-IF
             PERFORM REWRITE-RECEIPT-LINE
             SUBTRACT WS-GC-TAKE FROM WS-GC-REMAINING
          END-IF
       END-IF
    END-PERFORM

    IF WS-GC-REMAINING NOT = 0
       MOVE FS-INVALID-KEY TO L-GC-RETURN-STATUS
    END-IF
    .

RESTORE-INVOICE.
    MOVE L-GC-CLEAR-CENTS TO WS-GC-REMAINING
    PERFORM VARYING WS-GC-I FROM WS-GC-COUNT BY -1
            UNTIL WS-GC-I < 1 OR WS-GC-REMAINING = 0
       IF WS-GC-INVOICED (WS-GC-I) > 0
          IF WS-GC-INVOICED (WS-GC-I) < WS-GC-REMAINING
             MOVE WS-GC-INVOICED (WS-GC-I) TO WS-GC-TAKE
          ELSE
             MOVE WS-GC-REMAINING TO WS-GC-TAKE
          END-IF
          PERFORM READ-RECEIPT-LINE
          IF WS-GR-RETURN-STATUS = "00"
             SUBTRACT WS-GC-TAKE FROM GR-INVOICED-CENTS OF WS-GR-RECORD
             SET GR-IS-OPEN OF WS-GR-RECORD TO TRUE
             MOVE 0 TO GR-CLEARED-DATE OF WS-GR-RECORD
             PERFORM REWRITE-RECEIPT-LINE
             SUBTRACT WS-GC-TAKE FROM WS-GC-REMAINING
          END-IF
       END-IF
    END-PERFORM

    IF WS-GC-REMAINING NOT = 0
       MOVE FS-INVALID-KEY TO L-GC-RETURN-STATUS
    END-IF
    .

READ-RECEIPT-LINE.
    MOVE SPACE TO WS-GR-RECORD
    MOVE L-GC-PO-NUMBER TO GR-PO-NUMBER OF WS-GR-RECORD
    MOVE WS-GC-SEQ (WS-GC-I) TO GR-SEQ OF WS-GR-RECORD
    MOVE "R" TO WS-GR-OP-CODE
    CALL "GRNI-IO" USING
         WS-GR-OP-CODE
         WS-GR-RECORD
         WS-GR-RETURN-STATUS
    .

REWRITE-RECEIPT-LINE.
    MOVE "U" TO WS-GR-OP-CODE
    CALL "GRNI-IO" USING
         WS-GR-OP-CODE
         WS-GR-RECORD
         WS-GR-RETURN-STATUS
    IF WS-GR-RETURN-STATUS NOT = "00"
       MOVE WS-GR-RETURN-STATUS TO L-GC-RETURN-STATUS
    END-IF
    .
