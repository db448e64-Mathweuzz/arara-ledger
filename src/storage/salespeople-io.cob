>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: salespeople-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo SALESPEOPLE (cadastro
*>     de vendedores e percentual de comissao - ver
*>     salespeople.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir vendedor)
*>       'R' = Read (consultar vendedor)
*>       'U' = Update (ativar/inativar e troca de percentual ou
*>             destinatario no AR-MENU)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de LOANS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SALESPEOPLE-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SALESPEOPLE-FILE ASSIGN TO "data/salespeople.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS SL-REP-ID
        FILE STATUS   IS FS-SALESPEOPLE.

DATA DIVISION.
FILE SECTION.

FD  SALESPEOPLE-FILE.
COPY "salespeople.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-SALESPEOPLE PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-SL-OP-CODE        PIC X.
COPY "salespeople.cpy" REPLACING ==SL-RECORD== BY ==L-SL-RECORD==.
01 L-SL-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-SL-OP-CODE
    L-SL-RECORD
    L-SL-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-SL-RETURN-STATUS
    MOVE SPACES TO FS-SALESPEOPLE

    EVALUATE L-SL-OP-CODE
       WHEN "C"
          PERFORM CREATE-SALESPERSON
       WHEN "R"
          PERFORM READ-SALESPERSON
       WHEN "U"
          PERFORM UPDATE-SALESPERSON
       WHEN "L"
          PERFORM START-BROWSE-SALESPEOPLE
       WHEN "N"
          PERFORM NEXT-BROWSE-SALESPEOPLE
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-SL-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-SALESPERSON.
    MOVE SPACES TO FS-SALESPEOPLE
    OPEN I-O SALESPEOPLE-FILE
    IF FS-SALESPEOPLE = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT SALESPEOPLE-FILE
       CLOSE SALESPEOPLE-FILE
       MOVE SPACES TO FS-SALESPEOPLE
       OPEN I-O SALESPEOPLE-FILE
    END-IF
    IF FS-SALESPEOPLE NOT = FS-OK
       MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-SL-RECORD TO SL-RECORD
    WRITE SL-RECORD
    MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS

    CLOSE SALESPEOPLE-FILE
    .

READ-SALESPERSON.
    MOVE SPACES TO FS-SALESPEOPLE
    OPEN INPUT SALESPEOPLE-FILE
    IF FS-SALESPEOPLE NOT = FS-OK
       MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SL-REP-ID OF L-SL-RECORD TO SL-REP-ID OF SL-RECORD
    READ SALESPEOPLE-FILE

    IF FS-SALESPEOPLE = FS-OK
       MOVE SL-RECORD TO L-SL-RECORD
    END-IF
    MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS

    CLOSE SALESPEOPLE-FILE
    .

UPDATE-SALESPERSON.
    MOVE SPACES TO FS-SALESPEOPLE
    OPEN I-O SALESPEOPLE-FILE
    IF FS-SALESPEOPLE NOT = FS-OK
       MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SL-REP-ID OF L-SL-RECORD TO SL-REP-ID OF SL-RECORD
    READ SALESPEOPLE-FILE

    IF FS-SALESPEOPLE = FS-OK
       MOVE L-SL-RECORD TO SL-RECORD
       REWRITE SL-RECORD
    END-IF
    MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS

    CLOSE SALESPEOPLE-FILE
    .

START-BROWSE-SALESPEOPLE.
    MOVE SPACES TO FS-SALESPEOPLE
    IF BROWSE-IS-OPEN
       CLOSE SALESPEOPLE-FILE
    END-IF

    OPEN INPUT SALESPEOPLE-FILE
    IF FS-SALESPEOPLE NOT = FS-OK
       MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-SALESPEOPLE
    .

NEXT-BROWSE-SALESPEOPLE.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-SL-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ SALESPEOPLE-FILE NEXT RECORD

    IF FS-SALESPEOPLE = FS-OK
       MOVE SL-RECORD TO L-SL-RECORD
    ELSE
       CLOSE SALESPEOPLE-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-SALESPEOPLE TO L-SL-RETURN-STATUS
    .
