>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: inv-counts-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo INV-COUNTS (fichas de
*>     contagem ciclica de estoque - ver inv-counts.cpy).
*>   - Operacoes:
*>       'C' = Create (inclui a linha contagem + item; o numero
*>             da contagem vem do chamador - ver 'B'/'M')
*>       'R' = Read (le pela chave cheia - contagem + item)
*>       'U' = Update (regrava pela chave cheia)
*>       'K' = Browse-start das linhas de uma contagem
*>             (CT-COUNT-ID em L-CT-RECORD)
*>       'N' = Browse-next (continua a varredura do 'K')
*>       'B' = Browse-start de TODAS as contagens (a ultima
*>             linha lida da o ultimo numero usado; relatorio
*>             de acuracidade)
*>       'M' = Browse-next da varredura completa do 'B'
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-COUNTS-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INV-COUNTS-FILE ASSIGN TO "data/inv-counts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS CT-KEY
        FILE STATUS   IS FS-INV-COUNTS.

DATA DIVISION.
FILE SECTION.

FD  INV-COUNTS-FILE.
COPY "inv-counts.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-INV-COUNTS PIC XX.

01 WS-BROWSE-SWITCH     PIC X VALUE "N".
   88 BROWSE-IS-OPEN           VALUE "Y".
   88 BROWSE-IS-CLOSED         VALUE "N".

01 WS-BROWSE-COUNT-ID   PIC 9(6).
01 WS-BROWSE-ALL-SW     PIC X VALUE "N".
   88 BROWSE-IS-ALL           VALUE "Y".

LINKAGE SECTION.
01 L-CT-OP-CODE        PIC X.
COPY "inv-counts.cpy" REPLACING ==CT-RECORD== BY ==L-CT-RECORD==.
01 L-CT-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-CT-OP-CODE
    L-CT-RECORD
    L-CT-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-CT-RETURN-STATUS
    MOVE SPACES TO FS-INV-COUNTS

    EVALUATE L-CT-OP-CODE
       WHEN "C"
          PERFORM CREATE-COUNT-LINE
       WHEN "R"
          PERFORM READ-COUNT-LINE
       WHEN "U"
          PERFORM UPDATE-COUNT-LINE
       WHEN "K"
          PERFORM START-BROWSE-COUNT
       WHEN "N"
          PERFORM NEXT-BROWSE-COUNTS
       WHEN "B"
          PERFORM START-BROWSE-ALL
       WHEN "M"
          PERFORM NEXT-BROWSE-COUNTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-CT-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-COUNT-LINE.
    MOVE SPACES TO FS-INV-COUNTS
    OPEN I-O INV-COUNTS-FILE
    IF FS-INV-COUNTS = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT INV-COUNTS-FILE
       CLOSE INV-COUNTS-FILE
       MOVE SPACES TO FS-INV-COUNTS
       OPEN I-O INV-COUNTS-FILE
    END-IF
    IF FS-INV-COUNTS NOT = FS-OK
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-CT-RECORD TO CT-RECORD
    WRITE CT-RECORD
    MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS

    CLOSE INV-COUNTS-FILE
    .

READ-COUNT-LINE.
    MOVE SPACES TO FS-INV-COUNTS
    OPEN INPUT INV-COUNTS-FILE
    IF FS-INV-COUNTS NOT = FS-OK
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE CT-KEY OF L-CT-RECORD TO CT-KEY OF CT-RECORD
    READ INV-COUNTS-FILE

    IF FS-INV-COUNTS = FS-OK
       MOVE CT-RECORD TO L-CT-RECORD
    END-IF
    MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS

    CLOSE INV-COUNTS-FILE
    .

UPDATE-COUNT-LINE.
    MOVE SPACES TO FS-INV-COUNTS
    OPEN I-O INV-COUNTS-FILE
    IF FS-INV-COUNTS NOT = FS-OK
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE CT-KEY OF L-CT-RECORD TO CT-KEY OF CT-RECORD
    READ INV-COUNTS-FILE

    IF FS-INV-COUNTS = FS-OK
       MOVE L-CT-RECORD TO CT-RECORD
       REWRITE CT-RECORD
    END-IF
    MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS

    CLOSE INV-COUNTS-FILE
    .

START-BROWSE-COUNT.
    *> L-CT-RECORD chega com CT-COUNT-ID preenchido.
    MOVE SPACES TO FS-INV-COUNTS
    IF BROWSE-IS-OPEN
       CLOSE INV-COUNTS-FILE
    END-IF

    OPEN INPUT INV-COUNTS-FILE
    IF FS-INV-COUNTS NOT = FS-OK
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    MOVE "N" TO WS-BROWSE-ALL-SW
    MOVE CT-COUNT-ID OF L-CT-RECORD TO WS-BROWSE-COUNT-ID

    MOVE CT-COUNT-ID OF L-CT-RECORD TO CT-COUNT-ID OF CT-RECORD
    MOVE 0 TO CT-ITEM-ID OF CT-RECORD

    START INV-COUNTS-FILE KEY IS NOT LESS THAN CT-KEY OF CT-RECORD

    IF FS-INV-COUNTS NOT = FS-OK
       CLOSE INV-COUNTS-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    PERFORM NEXT-BROWSE-COUNTS
    .

START-BROWSE-ALL.
    MOVE SPACES TO FS-INV-COUNTS
    IF BROWSE-IS-OPEN
       CLOSE INV-COUNTS-FILE
    END-IF

    OPEN INPUT INV-COUNTS-FILE
    IF FS-INV-COUNTS NOT = FS-OK
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    MOVE "Y" TO WS-BROWSE-ALL-SW
    PERFORM NEXT-BROWSE-COUNTS
    .

NEXT-BROWSE-COUNTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ INV-COUNTS-FILE NEXT RECORD

    IF FS-INV-COUNTS = FS-OK
       IF NOT BROWSE-IS-ALL
          AND CT-COUNT-ID OF CT-RECORD NOT = WS-BROWSE-COUNT-ID
          CLOSE INV-COUNTS-FILE
          SET BROWSE-IS-CLOSED TO TRUE
          MOVE FS-EOF TO L-CT-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
       MOVE CT-RECORD TO L-CT-RECORD
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
    ELSE
       CLOSE INV-COUNTS-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-INV-COUNTS TO L-CT-RETURN-STATUS
    END-IF
    .
