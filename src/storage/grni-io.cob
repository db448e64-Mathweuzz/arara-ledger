>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: grni-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo GRNI (recebimentos de
*>     pedido de compra ainda nao faturados - ver grni.cpy).
*>   - Operacoes:
*>       'C' = Create (inclui o proximo recebimento do pedido; o
*>             GR-SEQ e numerado AQUI, em sequencia dentro do
*>             pedido - o chamador nao informa)
*>       'R' = Read (le pela chave cheia - pedido + sequencial)
*>       'U' = Update (regrava pela chave cheia)
*>       'K' = Browse-start dos recebimentos de um pedido
*>             (GR-PO-NUMBER em L-GR-RECORD), em ordem de entrada
*>       'N' = Browse-next (continua a varredura do 'K')
*>       'B' = Browse-start de TODOS os recebimentos (relatorio
*>             GRNI-RPT)
*>       'M' = Browse-next da varredura completa do 'B'
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. GRNI-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRNI-FILE ASSIGN TO "data/grni.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS GR-KEY
        FILE STATUS   IS FS-GRNI.

DATA DIVISION.
FILE SECTION.

FD  GRNI-FILE.
COPY "grni.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-GRNI PIC XX.

01 WS-BROWSE-SWITCH     PIC X VALUE "N".
   88 BROWSE-IS-OPEN           VALUE "Y".
   88 BROWSE-IS-CLOSED         VALUE "N".

01 WS-BROWSE-PO-NUMBER  PIC 9(8).
01 WS-BROWSE-ALL-SW     PIC X VALUE "N".
   88 BROWSE-IS-ALL           VALUE "Y".
01 WS-NEXT-SEQ          PIC 9(4).

LINKAGE SECTION.
01 L-GR-OP-CODE        PIC X.
COPY "grni.cpy" REPLACING ==GR-RECORD== BY ==L-GR-RECORD==.
01 L-GR-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-GR-OP-CODE
    L-GR-RECORD
    L-GR-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-GR-RETURN-STATUS
    MOVE SPACES TO FS-GRNI

    EVALUATE L-GR-OP-CODE
       WHEN "C"
          PERFORM CREATE-RECEIPT
       WHEN "R"
          PERFORM READ-RECEIPT
       WHEN "U"
          PERFORM UPDATE-RECEIPT
       WHEN "K"
          PERFORM START-BROWSE-PO
       WHEN "N"
          PERFORM NEXT-BROWSE-RECEIPTS
       WHEN "B"
          PERFORM START-BROWSE-ALL
       WHEN "M"
          PERFORM NEXT-BROWSE-RECEIPTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-GR-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-RECEIPT.
    MOVE SPACES TO FS-GRNI
    OPEN I-O GRNI-FILE
    IF FS-GRNI = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT GRNI-FILE
       CLOSE GRNI-FILE
       MOVE SPACES TO FS-GRNI
       OPEN I-O GRNI-FILE
    END-IF
    IF FS-GRNI NOT = FS-OK
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    *> Proximo sequencial livre do pedido
    MOVE 0 TO WS-NEXT-SEQ
    MOVE GR-PO-NUMBER OF L-GR-RECORD TO GR-PO-NUMBER OF GR-RECORD
    MOVE 0 TO GR-SEQ OF GR-RECORD
    START GRNI-FILE KEY IS NOT LESS THAN GR-KEY OF GR-RECORD
    IF FS-GRNI = FS-OK
       READ GRNI-FILE NEXT RECORD
       PERFORM UNTIL FS-GRNI NOT = FS-OK
             OR GR-PO-NUMBER OF GR-RECORD
                NOT = GR-PO-NUMBER OF L-GR-RECORD
          MOVE GR-SEQ OF GR-RECORD TO WS-NEXT-SEQ
          READ GRNI-FILE NEXT RECORD
       END-PERFORM
    END-IF

    MOVE L-GR-RECORD TO GR-RECORD
    COMPUTE GR-SEQ OF GR-RECORD = WS-NEXT-SEQ + 1
    WRITE GR-RECORD
    MOVE FS-GRNI TO L-GR-RETURN-STATUS
    IF FS-GRNI = FS-OK
       MOVE GR-RECORD TO L-GR-RECORD
    END-IF

    CLOSE GRNI-FILE
    .

READ-RECEIPT.
    MOVE SPACES TO FS-GRNI
    OPEN INPUT GRNI-FILE
    IF FS-GRNI NOT = FS-OK
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE GR-KEY OF L-GR-RECORD TO GR-KEY OF GR-RECORD
    READ GRNI-FILE

    IF FS-GRNI = FS-OK
       MOVE GR-RECORD TO L-GR-RECORD
    END-IF
    MOVE FS-GRNI TO L-GR-RETURN-STATUS

    CLOSE GRNI-FILE
    .

UPDATE-RECEIPT.
    MOVE SPACES TO FS-GRNI
    OPEN I-O GRNI-FILE
    IF FS-GRNI NOT = FS-OK
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE GR-KEY OF L-GR-RECORD TO GR-KEY OF GR-RECORD
    READ GRNI-FILE

    IF FS-GRNI = FS-OK
       MOVE L-GR-RECORD TO GR-RECORD
       REWRITE GR-RECORD
    END-IF
    MOVE FS-GRNI TO L-GR-RETURN-STATUS

    CLOSE GRNI-FILE
    .

START-BROWSE-PO.
    *> L-GR-RECORD chega com GR-PO-NUMBER preenchido.
    MOVE SPACES TO FS-GRNI
    IF BROWSE-IS-OPEN
       CLOSE GRNI-FILE
    END-IF

    OPEN INPUT GRNI-FILE
    IF FS-GRNI NOT = FS-OK
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    MOVE "N" TO WS-BROWSE-ALL-SW
    MOVE GR-PO-NUMBER OF L-GR-RECORD TO WS-BROWSE-PO-NUMBER

    MOVE GR-PO-NUMBER OF L-GR-RECORD TO GR-PO-NUMBER OF GR-RECORD
    MOVE 0 TO GR-SEQ OF GR-RECORD

    START GRNI-FILE KEY IS NOT LESS THAN GR-KEY OF GR-RECORD

    IF FS-GRNI NOT = FS-OK
       CLOSE GRNI-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    PERFORM NEXT-BROWSE-RECEIPTS
    .

START-BROWSE-ALL.
    MOVE SPACES TO FS-GRNI
    IF BROWSE-IS-OPEN
       CLOSE GRNI-FILE
    END-IF

    OPEN INPUT GRNI-FILE
    IF FS-GRNI NOT = FS-OK
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    MOVE "Y" TO WS-BROWSE-ALL-SW
    PERFORM NEXT-BROWSE-RECEIPTS
    .

NEXT-BROWSE-RECEIPTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-GR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ GRNI-FILE NEXT RECORD

    IF FS-GRNI = FS-OK
       IF NOT BROWSE-IS-ALL
          AND GR-PO-NUMBER OF GR-RECORD NOT = WS-BROWSE-PO-NUMBER
          CLOSE GRNI-FILE
          SET BROWSE-IS-CLOSED TO TRUE
          MOVE FS-EOF TO L-GR-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
       MOVE GR-RECORD TO L-GR-RECORD
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
    ELSE
       CLOSE GRNI-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-GRNI TO L-GR-RETURN-STATUS
    END-IF
    .
