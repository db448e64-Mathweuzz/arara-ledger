>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: kpi-defs-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo KPI-DEFS (composicao
*>     dos indicadores do KPI-RPT - ver kpi-defs.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir linha de definicao)
*>       'R' = Read (consultar por componente+sequencia)
*>       'U' = Update (atualizar linha existente)
*>       'D' = Delete (remover linha)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de STMT-CAPTIONS-IO (registro inteiro); o
*>     'D' como no HOLIDAY-CAL-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. KPI-DEFS-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KPI-DEFS-FILE ASSIGN TO "data/kpi-defs.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS KD-KEY
        FILE STATUS   IS FS-KPI-DEFS.

DATA DIVISION.
FILE SECTION.

FD  KPI-DEFS-FILE.
COPY "kpi-defs.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-KPI-DEFS PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-KD-OP-CODE        PIC X.
COPY "kpi-defs.cpy" REPLACING ==KD-RECORD== BY ==L-KD-RECORD==.
01 L-KD-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-KD-OP-CODE
    L-KD-RECORD
    L-KD-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-KD-RETURN-STATUS
    MOVE SPACES TO FS-KPI-DEFS

    EVALUATE L-KD-OP-CODE
       WHEN "C"
          PERFORM CREATE-KPI-DEF
       WHEN "R"
          PERFORM READ-KPI-DEF
       WHEN "U"
          PERFORM UPDATE-KPI-DEF
       WHEN "D"
          PERFORM DELETE-KPI-DEF
       WHEN "L"
          PERFORM START-BROWSE-KPI-DEFS
       WHEN "N"
          PERFORM NEXT-BROWSE-KPI-DEFS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-KD-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-KPI-DEF.
    MOVE SPACES TO FS-KPI-DEFS
    OPEN I-O KPI-DEFS-FILE
    IF FS-KPI-DEFS = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT KPI-DEFS-FILE
       CLOSE KPI-DEFS-FILE
       MOVE SPACES TO FS-KPI-DEFS
       OPEN I-O KPI-DEFS-FILE
    END-IF
    IF FS-KPI-DEFS NOT = FS-OK
       MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-KD-RECORD TO KD-RECORD
    WRITE KD-RECORD
    MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS

    CLOSE KPI-DEFS-FILE
    .

READ-KPI-DEF.
    MOVE SPACES TO FS-KPI-DEFS
    OPEN INPUT KPI-DEFS-FILE
    IF FS-KPI-DEFS NOT = FS-OK
       MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE KD-KEY OF L-KD-RECORD TO KD-KEY OF KD-RECORD
    READ KPI-DEFS-FILE

    IF FS-KPI-DEFS = FS-OK
       MOVE KD-RECORD TO L-KD-RECORD
    END-IF
    MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS

    CLOSE KPI-DEFS-FILE
    .

UPDATE-KPI-DEF.
    MOVE SPACES TO FS-KPI-DEFS
    OPEN I-O KPI-DEFS-FILE
    IF FS-KPI-DEFS NOT = FS-OK
       MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE KD-KEY OF L-KD-RECORD TO KD-KEY OF KD-RECORD
    READ KPI-DEFS-FILE

    IF FS-KPI-DEFS = FS-OK
       MOVE L-KD-RECORD TO KD-RECORD
       REWRITE KD-RECORD
    END-IF
    MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS

    CLOSE KPI-DEFS-FILE
    .

DELETE-KPI-DEF.
    MOVE SPACES TO FS-KPI-DEFS
    OPEN I-O KPI-DEFS-FILE
    IF FS-KPI-DEFS NOT = FS-OK
       MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE KD-KEY OF L-KD-RECORD TO KD-KEY OF KD-RECORD
    DELETE KPI-DEFS-FILE RECORD
    MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS

    CLOSE KPI-DEFS-FILE
    .

START-BROWSE-KPI-DEFS.
    MOVE SPACES TO FS-KPI-DEFS
    IF BROWSE-IS-OPEN
       CLOSE KPI-DEFS-FILE
    END-IF

    OPEN INPUT KPI-DEFS-FILE
    IF FS-KPI-DEFS NOT = FS-OK
       MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-KPI-DEFS
    .

NEXT-BROWSE-KPI-DEFS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-KD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ KPI-DEFS-FILE NEXT RECORD

    IF FS-KPI-DEFS = FS-OK
       MOVE KD-RECORD TO L-KD-RECORD
    ELSE
       CLOSE KPI-DEFS-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-KPI-DEFS TO L-KD-RETURN-STATUS
    .
