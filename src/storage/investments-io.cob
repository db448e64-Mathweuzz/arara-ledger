>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: investments-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo INVESTMENTS (aplicacoes
*>     financeiras - ver investments.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir aplicacao)
*>       'R' = Read (consultar aplicacao)
*>       'U' = Update (pedido de resgate do AUX-MENU e avancos de
*>             controle do batch INVEST-ACCRUAL)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de LOANS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INVESTMENTS-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVESTMENTS-FILE ASSIGN TO "data/investments.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS IV-ID
        FILE STATUS   IS FS-INVESTMENTS.

DATA DIVISION.
FILE SECTION.

FD  INVESTMENTS-FILE.
COPY "investments.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-INVESTMENTS PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-IV-OP-CODE        PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==L-IV-RECORD==.
01 L-IV-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-IV-OP-CODE
    L-IV-RECORD
    L-IV-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-IV-RETURN-STATUS
    MOVE SPACES TO FS-INVESTMENTS

    EVALUATE L-IV-OP-CODE
       WHEN "C"
          PERFORM CREATE-INVESTMENT
       WHEN "R"
          PERFORM READ-INVESTMENT
       WHEN "U"
          PERFORM UPDATE-INVESTMENT
       WHEN "L"
          PERFORM START-BROWSE-INVESTMENTS
       WHEN "N"
          PERFORM NEXT-BROWSE-INVESTMENTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-IV-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-INVESTMENT.
    MOVE SPACES TO FS-INVESTMENTS
    OPEN I-O INVESTMENTS-FILE
    IF FS-INVESTMENTS = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT INVESTMENTS-FILE
       CLOSE INVESTMENTS-FILE
       MOVE SPACES TO FS-INVESTMENTS
       OPEN I-O INVESTMENTS-FILE
    END-IF
    IF FS-INVESTMENTS NOT = FS-OK
       MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-IV-RECORD TO IV-RECORD
    WRITE IV-RECORD
    MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS

    CLOSE INVESTMENTS-FILE
    .

READ-INVESTMENT.
    MOVE SPACES TO FS-INVESTMENTS
    OPEN INPUT INVESTMENTS-FILE
    IF FS-INVESTMENTS NOT = FS-OK
       MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE IV-ID OF L-IV-RECORD TO IV-ID OF IV-RECORD
    READ INVESTMENTS-FILE

    IF FS-INVESTMENTS = FS-OK
       MOVE IV-RECORD TO L-IV-RECORD
    END-IF
    MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS

    CLOSE INVESTMENTS-FILE
    .

UPDATE-INVESTMENT.
    MOVE SPACES TO FS-INVESTMENTS
    OPEN I-O INVESTMENTS-FILE
    IF FS-INVESTMENTS NOT = FS-OK
       MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE IV-ID OF L-IV-RECORD TO IV-ID OF IV-RECORD
    READ INVESTMENTS-FILE

    IF FS-INVESTMENTS = FS-OK
       MOVE L-IV-RECORD TO IV-RECORD
       REWRITE IV-RECORD
    END-IF
    MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS

    CLOSE INVESTMENTS-FILE
    .

START-BROWSE-INVESTMENTS.
    MOVE SPACES TO FS-INVESTMENTS
    IF BROWSE-IS-OPEN
       CLOSE INVESTMENTS-FILE
    END-IF

    OPEN INPUT INVESTMENTS-FILE
    IF FS-INVESTMENTS NOT = FS-OK
       MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-INVESTMENTS
    .

NEXT-BROWSE-INVESTMENTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-IV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ INVESTMENTS-FILE NEXT RECORD

    IF FS-INVESTMENTS = FS-OK
       MOVE IV-RECORD TO L-IV-RECORD
    ELSE
       CLOSE INVESTMENTS-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-INVESTMENTS TO L-IV-RETURN-STATUS
    .
