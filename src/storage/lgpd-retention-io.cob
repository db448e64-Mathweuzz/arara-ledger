>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lgpd-retention-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo LGPD-RETENTION
*>     (politica de retencao de dados pessoais por tipo de
*>     registro - ver lgpd-retention.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir politica)
*>       'R' = Read (consultar por tipo de registro)
*>       'U' = Update (atualizar politica existente)
*>       'D' = Delete (remover politica - o tipo volta ao padrao)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de STMT-CAPTIONS-IO (registro inteiro); o
*>     'D' como no HOLIDAY-CAL-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LGPD-RETENTION-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LGPD-RETENTION-FILE ASSIGN TO "data/lgpd-retention.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LR-RECORD-TYPE
        FILE STATUS   IS FS-LGPD-RETENTION.

DATA DIVISION.
FILE SECTION.

FD  LGPD-RETENTION-FILE.
COPY "lgpd-retention.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-LGPD-RETENTION PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-LR-OP-CODE        PIC X.
COPY "lgpd-retention.cpy" REPLACING ==LR-RECORD== BY ==L-LR-RECORD==.
01 L-LR-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-LR-OP-CODE
    L-LR-RECORD
    L-LR-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-LR-RETURN-STATUS
    MOVE SPACES TO FS-LGPD-RETENTION

    EVALUATE L-LR-OP-CODE
       WHEN "C"
          PERFORM CREATE-RETENTION-POLICY
       WHEN "R"
          PERFORM READ-RETENTION-POLICY
       WHEN "U"
          PERFORM UPDATE-RETENTION-POLICY
       WHEN "D"
          PERFORM DELETE-RETENTION-POLICY
       WHEN "L"
          PERFORM START-BROWSE-LGPD-RETENTION
       WHEN "N"
          PERFORM NEXT-BROWSE-LGPD-RETENTION
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-LR-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-RETENTION-POLICY.
    MOVE SPACES TO FS-LGPD-RETENTION
    OPEN I-O LGPD-RETENTION-FILE
    IF FS-LGPD-RETENTION = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT LGPD-RETENTION-FILE
       CLOSE LGPD-RETENTION-FILE
       MOVE SPACES TO FS-LGPD-RETENTION
       OPEN I-O LGPD-RETENTION-FILE
    END-IF
    IF FS-LGPD-RETENTION NOT = FS-OK
       MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-LR-RECORD TO LR-RECORD
    WRITE LR-RECORD
    MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS

    CLOSE LGPD-RETENTION-FILE
    .

READ-RETENTION-POLICY.
    MOVE SPACES TO FS-LGPD-RETENTION
    OPEN INPUT LGPD-RETENTION-FILE
    IF FS-LGPD-RETENTION NOT = FS-OK
       MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LR-RECORD-TYPE OF L-LR-RECORD TO LR-RECORD-TYPE OF LR-RECORD
    READ LGPD-RETENTION-FILE

    IF FS-LGPD-RETENTION = FS-OK
       MOVE LR-RECORD TO L-LR-RECORD
    END-IF
    MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS

    CLOSE LGPD-RETENTION-FILE
    .

UPDATE-RETENTION-POLICY.
    MOVE SPACES TO FS-LGPD-RETENTION
    OPEN I-O LGPD-RETENTION-FILE
    IF FS-LGPD-RETENTION NOT = FS-OK
       MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LR-RECORD-TYPE OF L-LR-RECORD TO LR-RECORD-TYPE OF LR-RECORD
    READ LGPD-RETENTION-FILE

    IF FS-LGPD-RETENTION = FS-OK
       MOVE L-LR-RECORD TO LR-RECORD
       REWRITE LR-RECORD
    END-IF
    MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS

    CLOSE LGPD-RETENTION-FILE
    .

DELETE-RETENTION-POLICY.
    MOVE SPACES TO FS-LGPD-RETENTION
    OPEN I-O LGPD-RETENTION-FILE
    IF FS-LGPD-RETENTION NOT = FS-OK
       MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LR-RECORD-TYPE OF L-LR-RECORD TO LR-RECORD-TYPE OF LR-RECORD
    DELETE LGPD-RETENTION-FILE RECORD
    MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS

    CLOSE LGPD-RETENTION-FILE
    .

START-BROWSE-LGPD-RETENTION.
    MOVE SPACES TO FS-LGPD-RETENTION
    IF BROWSE-IS-OPEN
       CLOSE LGPD-RETENTION-FILE
    END-IF

    OPEN INPUT LGPD-RETENTION-FILE
    IF FS-LGPD-RETENTION NOT = FS-OK
       MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-LGPD-RETENTION
    .

NEXT-BROWSE-LGPD-RETENTION.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-LR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ LGPD-RETENTION-FILE NEXT RECORD

    IF FS-LGPD-RETENTION = FS-OK
       MOVE LR-RECORD TO L-LR-RECORD
    ELSE
       CLOSE LGPD-RETENTION-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-LGPD-RETENTION TO L-LR-RETURN-STATUS
    .
