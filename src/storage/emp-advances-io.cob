>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: emp-advances-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo EMP-ADVANCES
*>     (adiantamentos de viagem a funcionarios - ver
*>     emp-advances.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir adiantamento)
*>       'R' = Read (consultar adiantamento)
*>       'U' = Update (pagamento, abatimento e devolucao)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de INV-ITEMS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. EMP-ADVANCES-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-ADVANCES-FILE ASSIGN TO "data/emp-advances.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS EA-ADVANCE-NO
        FILE STATUS   IS FS-EMP-ADVANCES.

DATA DIVISION.
FILE SECTION.

FD  EMP-ADVANCES-FILE.
COPY "emp-advances.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-EMP-ADVANCES PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==L-EA-RECORD==.
01 L-EA-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-EA-OP-CODE
    L-EA-RECORD
    L-EA-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-EA-RETURN-STATUS
    MOVE SPACES TO FS-EMP-ADVANCES

    EVALUATE L-EA-OP-CODE
       WHEN "C"
          PERFORM CREATE-ADVANCE
       WHEN "R"
          PERFORM READ-ADVANCE
       WHEN "U"
          PERFORM UPDATE-ADVANCE
       WHEN "L"
          PERFORM START-BROWSE-ADVANCES
       WHEN "N"
          PERFORM NEXT-BROWSE-ADVANCES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-EA-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-ADVANCE.
    MOVE SPACES TO FS-EMP-ADVANCES
    OPEN I-O EMP-ADVANCES-FILE
    IF FS-EMP-ADVANCES = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT EMP-ADVANCES-FILE
       CLOSE EMP-ADVANCES-FILE
       MOVE SPACES TO FS-EMP-ADVANCES
       OPEN I-O EMP-ADVANCES-FILE
    END-IF
    IF FS-EMP-ADVANCES NOT = FS-OK
       MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-EA-RECORD TO EA-RECORD
    WRITE EA-RECORD
    MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS

    CLOSE EMP-ADVANCES-FILE
    .

READ-ADVANCE.
    MOVE SPACES TO FS-EMP-ADVANCES
    OPEN INPUT EMP-ADVANCES-FILE
    IF FS-EMP-ADVANCES NOT = FS-OK
       MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE EA-ADVANCE-NO OF L-EA-RECORD TO EA-ADVANCE-NO OF EA-RECORD
    READ EMP-ADVANCES-FILE

    IF FS-EMP-ADVANCES = FS-OK
       MOVE EA-RECORD TO L-EA-RECORD
    END-IF
    MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS

    CLOSE EMP-ADVANCES-FILE
    .

UPDATE-ADVANCE.
    MOVE SPACES TO FS-EMP-ADVANCES
    OPEN I-O EMP-ADVANCES-FILE
    IF FS-EMP-ADVANCES NOT = FS-OK
       MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE EA-ADVANCE-NO OF L-EA-RECORD TO EA-ADVANCE-NO OF EA-RECORD
    READ EMP-ADVANCES-FILE

    IF FS-EMP-ADVANCES = FS-OK
       MOVE L-EA-RECORD TO EA-RECORD
       REWRITE EA-RECORD
    END-IF
    MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS

    CLOSE EMP-ADVANCES-FILE
    .

START-BROWSE-ADVANCES.
    MOVE SPACES TO FS-EMP-ADVANCES
    IF BROWSE-IS-OPEN
       CLOSE EMP-ADVANCES-FILE
    END-IF

    OPEN INPUT EMP-ADVANCES-FILE
    IF FS-EMP-ADVANCES NOT = FS-OK
       MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-ADVANCES
    .

NEXT-BROWSE-ADVANCES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-EA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ EMP-ADVANCES-FILE NEXT RECORD

    IF FS-EMP-ADVANCES = FS-OK
       MOVE EA-RECORD TO L-EA-RECORD
    ELSE
       CLOSE EMP-ADVANCES-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-EMP-ADVANCES TO L-EA-RETURN-STATUS
    .
