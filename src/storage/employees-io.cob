>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: employees-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo EMPLOYEES (cadastro
*>     de funcionarios do reembolso de despesas - ver
*>     employees.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir funcionario)
*>       'R' = Read (consultar funcionario)
*>       'U' = Update (dados cadastrais e bancarios)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de INV-ITEMS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. EMPLOYEES-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEES-FILE ASSIGN TO "data/employees.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS EM-EMPLOYEE-ID
        FILE STATUS   IS FS-EMPLOYEES.

DATA DIVISION.
FILE SECTION.

FD  EMPLOYEES-FILE.
COPY "employees.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-EMPLOYEES PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-EM-OP-CODE        PIC X.
COPY "employees.cpy" REPLACING ==EM-RECORD== BY ==L-EM-RECORD==.
01 L-EM-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-EM-OP-CODE
    L-EM-RECORD
    L-EM-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-EM-RETURN-STATUS
    MOVE SPACES TO FS-EMPLOYEES

    EVALUATE L-EM-OP-CODE
       WHEN "C"
          PERFORM CREATE-EMPLOYEE
       WHEN "R"
          PERFORM READ-EMPLOYEE
       WHEN "U"
          PERFORM UPDATE-EMPLOYEE
       WHEN "L"
          PERFORM START-BROWSE-EMPLOYEES
       WHEN "N"
          PERFORM NEXT-BROWSE-EMPLOYEES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-EM-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-EMPLOYEE.
    MOVE SPACES TO FS-EMPLOYEES
    OPEN I-O EMPLOYEES-FILE
    IF FS-EMPLOYEES = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT EMPLOYEES-FILE
       CLOSE EMPLOYEES-FILE
       MOVE SPACES TO FS-EMPLOYEES
       OPEN I-O EMPLOYEES-FILE
    END-IF
    IF FS-EMPLOYEES NOT = FS-OK
       MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-EM-RECORD TO EM-RECORD
    WRITE EM-RECORD
    MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS

    CLOSE EMPLOYEES-FILE
    .

READ-EMPLOYEE.
    MOVE SPACES TO FS-EMPLOYEES
    OPEN INPUT EMPLOYEES-FILE
    IF FS-EMPLOYEES NOT = FS-OK
       MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE EM-EMPLOYEE-ID OF L-EM-RECORD TO EM-EMPLOYEE-ID OF EM-RECORD
    READ EMPLOYEES-FILE

    IF FS-EMPLOYEES = FS-OK
       MOVE EM-RECORD TO L-EM-RECORD
    END-IF
    MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS

    CLOSE EMPLOYEES-FILE
    .

UPDATE-EMPLOYEE.
    MOVE SPACES TO FS-EMPLOYEES
    OPEN I-O EMPLOYEES-FILE
    IF FS-EMPLOYEES NOT = FS-OK
       MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE EM-EMPLOYEE-ID OF L-EM-RECORD TO EM-EMPLOYEE-ID OF EM-RECORD
    READ EMPLOYEES-FILE

    IF FS-EMPLOYEES = FS-OK
       MOVE L-EM-RECORD TO EM-RECORD
       REWRITE EM-RECORD
    END-IF
    MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS

    CLOSE EMPLOYEES-FILE
    .

START-BROWSE-EMPLOYEES.
    MOVE SPACES TO FS-EMPLOYEES
    IF BROWSE-IS-OPEN
       CLOSE EMPLOYEES-FILE
    END-IF

    OPEN INPUT EMPLOYEES-FILE
    IF FS-EMPLOYEES NOT = FS-OK
       MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-EMPLOYEES
    .

NEXT-BROWSE-EMPLOYEES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-EM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ EMPLOYEES-FILE NEXT RECORD

    IF FS-EMPLOYEES = FS-OK
       MOVE EM-RECORD TO L-EM-RECORD
    ELSE
       CLOSE EMPLOYEES-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-EMPLOYEES TO L-EM-RETURN-STATUS
    .
