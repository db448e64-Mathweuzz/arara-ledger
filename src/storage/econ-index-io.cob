>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: econ-index-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo ECON-INDEX (tabela de
*>     indices economicos mensais e taxas diarias - ver
*>     econ-index.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir valor do indice)
*>       'R' = Read (consultar indice + AAAAMM + dia)
*>       'U' = Update (corrigir valor publicado/revisado)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de LOANS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ECON-INDEX-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ECON-INDEX-FILE ASSIGN TO "data/econ-index.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS IX-KEY
        FILE STATUS   IS FS-ECON-INDEX.

DATA DIVISION.
FILE SECTION.

FD  ECON-INDEX-FILE.
COPY "econ-index.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-ECON-INDEX PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-IX-OP-CODE        PIC X.
COPY "econ-index.cpy" REPLACING ==IX-RECORD== BY ==L-IX-RECORD==.
01 L-IX-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-IX-OP-CODE
    L-IX-RECORD
    L-IX-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-IX-RETURN-STATUS
    MOVE SPACES TO FS-ECON-INDEX

    EVALUATE L-IX-OP-CODE
       WHEN "C"
          PERFORM CREATE-INDEX
       WHEN "R"
          PERFORM READ-INDEX
       WHEN "U"
          PERFORM UPDATE-INDEX
       WHEN "L"
          PERFORM START-BROWSE-INDEXES
       WHEN "N"
          PERFORM NEXT-BROWSE-INDEXES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-IX-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-INDEX.
    MOVE SPACES TO FS-ECON-INDEX
    OPEN I-O ECON-INDEX-FILE
    IF FS-ECON-INDEX = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT ECON-INDEX-FILE
       CLOSE ECON-INDEX-FILE
       MOVE SPACES TO FS-ECON-INDEX
       OPEN I-O ECON-INDEX-FILE
    END-IF
    IF FS-ECON-INDEX NOT = FS-OK
       MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-IX-RECORD TO IX-RECORD
    WRITE IX-RECORD
    MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS

    CLOSE ECON-INDEX-FILE
    .

READ-INDEX.
    MOVE SPACES TO FS-ECON-INDEX
    OPEN INPUT ECON-INDEX-FILE
    IF FS-ECON-INDEX NOT = FS-OK
       MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE IX-KEY OF L-IX-RECORD TO IX-KEY OF IX-RECORD
    READ ECON-INDEX-FILE

    IF FS-ECON-INDEX = FS-OK
       MOVE IX-RECORD TO L-IX-RECORD
    END-IF
    MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS

    CLOSE ECON-INDEX-FILE
    .

UPDATE-INDEX.
    MOVE SPACES TO FS-ECON-INDEX
    OPEN I-O ECON-INDEX-FILE
    IF FS-ECON-INDEX NOT = FS-OK
       MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE IX-KEY OF L-IX-RECORD TO IX-KEY OF IX-RECORD
    READ ECON-INDEX-FILE

    IF FS-ECON-INDEX = FS-OK
       MOVE L-IX-RECORD TO IX-RECORD
       REWRITE IX-RECORD
    END-IF
    MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS

    CLOSE ECON-INDEX-FILE
    .

START-BROWSE-INDEXES.
    MOVE SPACES TO FS-ECON-INDEX
    IF BROWSE-IS-OPEN
       CLOSE ECON-INDEX-FILE
    END-IF

    OPEN INPUT ECON-INDEX-FILE
    IF FS-ECON-INDEX NOT = FS-OK
       MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-INDEXES
    .

NEXT-BROWSE-INDEXES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-IX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ ECON-INDEX-FILE NEXT RECORD

    IF FS-ECON-INDEX = FS-OK
       MOVE IX-RECORD TO L-IX-RECORD
    ELSE
       CLOSE ECON-INDEX-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-ECON-INDEX TO L-IX-RETURN-STATUS
    .
