>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: ar-advances-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo AR-ADVANCES
*>     (recebimentos nao aplicados de cliente - ver
*>     ar-advances.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir recebimento nao aplicado)
*>       'R' = Read (consultar por cliente + lancamento)
*>       'U' = Update (aplicacao a faturas no AR-MENU)
*>       'D' = Delete (remove pela chave - usado pela
*>             unificacao de clientes, que regrava o saldo sob o
*>             ID sobrevivente)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de LOANS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-ADVANCES-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AR-ADVANCES-FILE ASSIGN TO "data/ar-advances.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AV-KEY
        FILE STATUS   IS FS-AR-ADVANCES.

DATA DIVISION.
FILE SECTION.

FD  AR-ADVANCES-FILE.
COPY "ar-advances.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-AR-ADVANCES PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==L-AV-RECORD==.
01 L-AV-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-AV-OP-CODE
    L-AV-RECORD
    L-AV-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-AV-RETURN-STATUS
    MOVE SPACES TO FS-AR-ADVANCES

    EVALUATE L-AV-OP-CODE
       WHEN "C"
          PERFORM CREATE-AR-ADVANCE
       WHEN "R"
          PERFORM READ-AR-ADVANCE
       WHEN "U"
          PERFORM UPDATE-AR-ADVANCE
       WHEN "D"
          PERFORM DELETE-AR-ADVANCE
       WHEN "L"
          PERFORM START-BROWSE-AR-ADVANCES
       WHEN "N"
          PERFORM NEXT-BROWSE-AR-ADVANCES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-AV-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-AR-ADVANCE.
    MOVE SPACES TO FS-AR-ADVANCES
    OPEN I-O AR-ADVANCES-FILE
    IF FS-AR-ADVANCES = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT AR-ADVANCES-FILE
       CLOSE AR-ADVANCES-FILE
       MOVE SPACES TO FS-AR-ADVANCES
       OPEN I-O AR-ADVANCES-FILE
    END-IF
    IF FS-AR-ADVANCES NOT = FS-OK
       MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-AV-RECORD TO AV-RECORD
    WRITE AV-RECORD
    MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS

    CLOSE AR-ADVANCES-FILE
    .

READ-AR-ADVANCE.
    MOVE SPACES TO FS-AR-ADVANCES
    OPEN INPUT AR-ADVANCES-FILE
    IF FS-AR-ADVANCES NOT = FS-OK
       MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AV-KEY OF L-AV-RECORD TO AV-KEY OF AV-RECORD
    READ AR-ADVANCES-FILE

    IF FS-AR-ADVANCES = FS-OK
       MOVE AV-RECORD TO L-AV-RECORD
    END-IF
    MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS

    CLOSE AR-ADVANCES-FILE
    .

UPDATE-AR-ADVANCE.
    MOVE SPACES TO FS-AR-ADVANCES
    OPEN I-O AR-ADVANCES-FILE
    IF FS-AR-ADVANCES NOT = FS-OK
       MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AV-KEY OF L-AV-RECORD TO AV-KEY OF AV-RECORD
    READ AR-ADVANCES-FILE

    IF FS-AR-ADVANCES = FS-OK
       MOVE L-AV-RECORD TO AV-RECORD
       REWRITE AV-RECORD
    END-IF
    MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS

    CLOSE AR-ADVANCES-FILE
    .

DELETE-AR-ADVANCE.
    MOVE SPACES TO FS-AR-ADVANCES
    OPEN I-O AR-ADVANCES-FILE
    IF FS-AR-ADVANCES NOT = FS-OK
       MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AV-KEY OF L-AV-RECORD TO AV-KEY OF AV-RECORD
    DELETE AR-ADVANCES-FILE RECORD
    MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS

    CLOSE AR-ADVANCES-FILE
    .

START-BROWSE-AR-ADVANCES.
    MOVE SPACES TO FS-AR-ADVANCES
    IF BROWSE-IS-OPEN
       CLOSE AR-ADVANCES-FILE
    END-IF

    OPEN INPUT AR-ADVANCES-FILE
    IF FS-AR-ADVANCES NOT = FS-OK
       MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-AR-ADVANCES
    .

NEXT-BROWSE-AR-ADVANCES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-AV-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ AR-ADVANCES-FILE NEXT RECORD

    IF FS-AR-ADVANCES = FS-OK
       MOVE AV-RECORD TO L-AV-RECORD
    ELSE
       CLOSE AR-ADVANCES-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-AR-ADVANCES TO L-AV-RETURN-STATUS
    .
