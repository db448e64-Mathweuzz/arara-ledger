>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: exp-reports-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo EXP-REPORTS
*>     (relatorios de despesas de funcionarios - ver
*>     exp-reports.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir relatorio)
*>       'R' = Read (consultar relatorio)
*>       'U' = Update (aprovacao, remessa e baixa do reembolso)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de INV-ITEMS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. EXP-REPORTS-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXP-REPORTS-FILE ASSIGN TO "data/exp-reports.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS ER-REPORT-NO
        FILE STATUS   IS FS-EXP-REPORTS.

DATA DIVISION.
FILE SECTION.

FD  EXP-REPORTS-FILE.
COPY "exp-reports.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-EXP-REPORTS PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-ER-OP-CODE        PIC X.
COPY "exp-reports.cpy" REPLACING ==ER-RECORD== BY ==L-ER-RECORD==.
01 L-ER-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-ER-OP-CODE
    L-ER-RECORD
    L-ER-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-ER-RETURN-STATUS
    MOVE SPACES TO FS-EXP-REPORTS

    EVALUATE L-ER-OP-CODE
       WHEN "C"
          PERFORM CREATE-REPORT
       WHEN "R"
          PERFORM READ-REPORT
       WHEN "U"
          PERFORM UPDATE-REPORT
       WHEN "L"
          PERFORM START-BROWSE-REPORTS
       WHEN "N"
          PERFORM NEXT-BROWSE-REPORTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-ER-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-REPORT.
    MOVE SPACES TO FS-EXP-REPORTS
    OPEN I-O EXP-REPORTS-FILE
    IF FS-EXP-REPORTS = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT EXP-REPORTS-FILE
       CLOSE EXP-REPORTS-FILE
       MOVE SPACES TO FS-EXP-REPORTS
       OPEN I-O EXP-REPORTS-FILE
    END-IF
    IF FS-EXP-REPORTS NOT = FS-OK
       MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-ER-RECORD TO ER-RECORD
    WRITE ER-RECORD
    MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS

    CLOSE EXP-REPORTS-FILE
    .

READ-REPORT.
    MOVE SPACES TO FS-EXP-REPORTS
    OPEN INPUT EXP-REPORTS-FILE
    IF FS-EXP-REPORTS NOT = FS-OK
       MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE ER-REPORT-NO OF L-ER-RECORD TO ER-REPORT-NO OF ER-RECORD
    READ EXP-REPORTS-FILE

    IF FS-EXP-REPORTS = FS-OK
       MOVE ER-RECORD TO L-ER-RECORD
    END-IF
    MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS

    CLOSE EXP-REPORTS-FILE
    .

UPDATE-REPORT.
    MOVE SPACES TO FS-EXP-REPORTS
    OPEN I-O EXP-REPORTS-FILE
    IF FS-EXP-REPORTS NOT = FS-OK
       MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE ER-REPORT-NO OF L-ER-RECORD TO ER-REPORT-NO OF ER-RECORD
    READ EXP-REPORTS-FILE

    IF FS-EXP-REPORTS = FS-OK
       MOVE L-ER-RECORD TO ER-RECORD
       REWRITE ER-RECORD
    END-IF
    MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS

    CLOSE EXP-REPORTS-FILE
    .

START-BROWSE-REPORTS.
    MOVE SPACES TO FS-EXP-REPORTS
    IF BROWSE-IS-OPEN
       CLOSE EXP-REPORTS-FILE
    END-IF

    OPEN INPUT EXP-REPORTS-FILE
    IF FS-EXP-REPORTS NOT = FS-OK
       MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-REPORTS
    .

NEXT-BROWSE-REPORTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-ER-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ EXP-REPORTS-FILE NEXT RECORD

    IF FS-EXP-REPORTS = FS-OK
       MOVE ER-RECORD TO L-ER-RECORD
    ELSE
       CLOSE EXP-REPORTS-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-EXP-REPORTS TO L-ER-RETURN-STATUS
    .
