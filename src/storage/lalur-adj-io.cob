>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lalur-adj-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo LALUR-ADJ (tabela de
*>     adicoes e exclusoes do LALUR/LACS usada pelo LALUR-RUN).
*>   - Operacoes:
*>       'C' = Create (incluir ajuste)
*>       'R' = Read (consultar ajuste)
*>       'U' = Update (atualizar ajuste existente)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de LALUR-ADJ-IO (registro inteiro, LA-RECORD).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LALUR-ADJ-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LALUR-ADJ-FILE ASSIGN TO "data/lalur-adj.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LA-CODE
        FILE STATUS   IS FS-LALUR-ADJ.

DATA DIVISION.
FILE SECTION.

FD  LALUR-ADJ-FILE.
COPY "lalur-adj.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-LALUR-ADJ PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-LA-OP-CODE        PIC X.
COPY "lalur-adj.cpy" REPLACING ==LA-RECORD== BY ==L-LA-RECORD==.
01 L-LA-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-LA-OP-CODE
    L-LA-RECORD
    L-LA-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-LA-RETURN-STATUS
    MOVE SPACES TO FS-LALUR-ADJ

    EVALUATE L-LA-OP-CODE
       WHEN "C"
          PERFORM CREATE-ADJUSTMENT
       WHEN "R"
          PERFORM READ-ADJUSTMENT
       WHEN "U"
          PERFORM UPDATE-ADJUSTMENT
       WHEN "L"
          PERFORM START-BROWSE-ADJUSTMENTS
       WHEN "N"
          PERFORM NEXT-BROWSE-ADJUSTMENTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-LA-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-ADJUSTMENT.
    MOVE SPACES TO FS-LALUR-ADJ
    OPEN I-O LALUR-ADJ-FILE
    IF FS-LALUR-ADJ = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT LALUR-ADJ-FILE
       CLOSE LALUR-ADJ-FILE
       MOVE SPACES TO FS-LALUR-ADJ
       OPEN I-O LALUR-ADJ-FILE
    END-IF
    IF FS-LALUR-ADJ NOT = FS-OK
       MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-LA-RECORD TO LA-RECORD
    WRITE LA-RECORD
    MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS

    CLOSE LALUR-ADJ-FILE
    .

READ-ADJUSTMENT.
    MOVE SPACES TO FS-LALUR-ADJ
    OPEN INPUT LALUR-ADJ-FILE
    IF FS-LALUR-ADJ NOT = FS-OK
       MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LA-CODE OF L-LA-RECORD TO LA-CODE OF LA-RECORD
    READ LALUR-ADJ-FILE

    IF FS-LALUR-ADJ = FS-OK
       MOVE LA-RECORD TO L-LA-RECORD
    END-IF
    MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS

    CLOSE LALUR-ADJ-FILE
    .

UPDATE-ADJUSTMENT.
    MOVE SPACES TO FS-LALUR-ADJ
    OPEN I-O LALUR-ADJ-FILE
    IF FS-LALUR-ADJ NOT = FS-OK
       MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LA-CODE OF L-LA-RECORD TO LA-CODE OF LA-RECORD
    READ LALUR-ADJ-FILE

    IF FS-LALUR-ADJ = FS-OK
       MOVE L-LA-RECORD TO LA-RECORD
       REWRITE LA-RECORD
    END-IF
    MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS

    CLOSE LALUR-ADJ-FILE
    .

START-BROWSE-ADJUSTMENTS.
    MOVE SPACES TO FS-LALUR-ADJ
    IF BROWSE-IS-OPEN
       CLOSE LALUR-ADJ-FILE
    END-IF

    OPEN INPUT LALUR-ADJ-FILE
    IF FS-LALUR-ADJ NOT = FS-OK
       MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-ADJUSTMENTS
    .

NEXT-BROWSE-ADJUSTMENTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-LA-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ LALUR-ADJ-FILE NEXT RECORD

    IF FS-LALUR-ADJ = FS-OK
       MOVE LA-RECORD TO L-LA-RECORD
    ELSE
       CLOSE LALUR-ADJ-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-LALUR-ADJ TO L-LA-RETURN-STATUS
    .
