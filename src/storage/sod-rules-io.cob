>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: sod-rules-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo SOD-RULES (regras de
*>     segregacao de funcoes da revisao de acessos - ver
*>     sod-rules.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir regra)
*>       'R' = Read (consultar por ID da regra)
*>       'U' = Update (atualizar regra existente)
*>       'D' = Delete (remover regra)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de STMT-CAPTIONS-IO (registro inteiro); o
*>     'D' como no HOLIDAY-CAL-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SOD-RULES-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOD-RULES-FILE ASSIGN TO "data/sod-rules.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS SD-RULE-ID
        FILE STATUS   IS FS-SOD-RULES.

DATA DIVISION.
FILE SECTION.

FD  SOD-RULES-FILE.
COPY "sod-rules.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-SOD-RULES PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-SD-OP-CODE        PIC X.
COPY "sod-rules.cpy" REPLACING ==SD-RECORD== BY ==L-SD-RECORD==.
01 L-SD-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-SD-OP-CODE
    L-SD-RECORD
    L-SD-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-SD-RETURN-STATUS
    MOVE SPACES TO FS-SOD-RULES

    EVALUATE L-SD-OP-CODE
       WHEN "C"
          PERFORM CREATE-SOD-RULE
       WHEN "R"
          PERFORM READ-SOD-RULE
       WHEN "U"
          PERFORM UPDATE-SOD-RULE
       WHEN "D"
          PERFORM DELETE-SOD-RULE
       WHEN "L"
          PERFORM START-BROWSE-SOD-RULES
       WHEN "N"
          PERFORM NEXT-BROWSE-SOD-RULES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-SD-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-SOD-RULE.
    MOVE SPACES TO FS-SOD-RULES
    OPEN I-O SOD-RULES-FILE
    IF FS-SOD-RULES = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT SOD-RULES-FILE
       CLOSE SOD-RULES-FILE
       MOVE SPACES TO FS-SOD-RULES
       OPEN I-O SOD-RULES-FILE
    END-IF
    IF FS-SOD-RULES NOT = FS-OK
       MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-SD-RECORD TO SD-RECORD
    WRITE SD-RECORD
    MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS

    CLOSE SOD-RULES-FILE
    .

READ-SOD-RULE.
    MOVE SPACES TO FS-SOD-RULES
    OPEN INPUT SOD-RULES-FILE
    IF FS-SOD-RULES NOT = FS-OK
       MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SD-RULE-ID OF L-SD-RECORD TO SD-RULE-ID OF SD-RECORD
    READ SOD-RULES-FILE

    IF FS-SOD-RULES = FS-OK
       MOVE SD-RECORD TO L-SD-RECORD
    END-IF
    MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS

    CLOSE SOD-RULES-FILE
    .

UPDATE-SOD-RULE.
    MOVE SPACES TO FS-SOD-RULES
    OPEN I-O SOD-RULES-FILE
    IF FS-SOD-RULES NOT = FS-OK
       MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SD-RULE-ID OF L-SD-RECORD TO SD-RULE-ID OF SD-RECORD
    READ SOD-RULES-FILE

    IF FS-SOD-RULES = FS-OK
       MOVE L-SD-RECORD TO SD-RECORD
       REWRITE SD-RECORD
    END-IF
    MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS

    CLOSE SOD-RULES-FILE
    .

DELETE-SOD-RULE.
    MOVE SPACES TO FS-SOD-RULES
    OPEN I-O SOD-RULES-FILE
    IF FS-SOD-RULES NOT = FS-OK
       MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SD-RULE-ID OF L-SD-RECORD TO SD-RULE-ID OF SD-RECORD
    DELETE SOD-RULES-FILE RECORD
    MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS

    CLOSE SOD-RULES-FILE
    .

START-BROWSE-SOD-RULES.
    MOVE SPACES TO FS-SOD-RULES
    IF BROWSE-IS-OPEN
       CLOSE SOD-RULES-FILE
    END-IF

    OPEN INPUT SOD-RULES-FILE
    IF FS-SOD-RULES NOT = FS-OK
       MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-SOD-RULES
    .

NEXT-BROWSE-SOD-RULES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-SD-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ SOD-RULES-FILE NEXT RECORD

    IF FS-SOD-RULES = FS-OK
       MOVE SD-RECORD TO L-SD-RECORD
    ELSE
       CLOSE SOD-RULES-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-SOD-RULES TO L-SD-RETURN-STATUS
    .
