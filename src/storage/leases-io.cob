>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: leases-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo LEASES (contratos de
*>     arrendamento CPC 06 / IFRS 16 - ver leases.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir contrato)
*>       'R' = Read (consultar contrato)
*>       'U' = Update (avancos de controle do batch LEASE-SCHED)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de TAX-CODES-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LEASES-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEASES-FILE ASSIGN TO "data/leases.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LS-LEASE-ID
        FILE STATUS   IS FS-LEASES.

DATA DIVISION.
FILE SECTION.

FD  LEASES-FILE.
COPY "leases.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-LEASES PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-LS-OP-CODE        PIC X.
COPY "leases.cpy" REPLACING ==LS-RECORD== BY ==L-LS-RECORD==.
01 L-LS-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-LS-OP-CODE
    L-LS-RECORD
    L-LS-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-LS-RETURN-STATUS
    MOVE SPACES TO FS-LEASES

    EVALUATE L-LS-OP-CODE
       WHEN "C"
          PERFORM CREATE-LEASE
       WHEN "R"
          PERFORM READ-LEASE
       WHEN "U"
          PERFORM UPDATE-LEASE
       WHEN "L"
          PERFORM START-BROWSE-LEASES
       WHEN "N"
          PERFORM NEXT-BROWSE-LEASES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-LS-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-LEASE.
    MOVE SPACES TO FS-LEASES
    OPEN I-O LEASES-FILE
    IF FS-LEASES = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT LEASES-FILE
       CLOSE LEASES-FILE
       MOVE SPACES TO FS-LEASES
       OPEN I-O LEASES-FILE
    END-IF
    IF FS-LEASES NOT = FS-OK
       MOVE FS-LEASES TO L-LS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-LS-RECORD TO LS-RECORD
    WRITE LS-RECORD
    MOVE FS-LEASES TO L-LS-RETURN-STATUS

    CLOSE LEASES-FILE
    .

READ-LEASE.
    MOVE SPACES TO FS-LEASES
    OPEN INPUT LEASES-FILE
    IF FS-LEASES NOT = FS-OK
       MOVE FS-LEASES TO L-LS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LS-LEASE-ID OF L-LS-RECORD TO LS-LEASE-ID OF LS-RECORD
    READ LEASES-FILE

    IF FS-LEASES = FS-OK
       MOVE LS-RECORD TO L-LS-RECORD
    END-IF
    MOVE FS-LEASES TO L-LS-RETURN-STATUS

    CLOSE LEASES-FILE
    .

UPDATE-LEASE.
    MOVE SPACES TO FS-LEASES
    OPEN I-O LEASES-FILE
    IF FS-LEASES NOT = FS-OK
       MOVE FS-LEASES TO L-LS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LS-LEASE-ID OF L-LS-RECORD TO LS-LEASE-ID OF LS-RECORD
    READ LEASES-FILE

    IF FS-LEASES = FS-OK
       MOVE L-LS-RECORD TO LS-RECORD
       REWRITE LS-RECORD
    END-IF
    MOVE FS-LEASES TO L-LS-RETURN-STATUS

    CLOSE LEASES-FILE
    .

START-BROWSE-LEASES.
    MOVE SPACES TO FS-LEASES
    IF BROWSE-IS-OPEN
       CLOSE LEASES-FILE
    END-IF

    OPEN INPUT LEASES-FILE
    IF FS-LEASES NOT = FS-OK
       MOVE FS-LEASES TO L-LS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-LEASES
    .

NEXT-BROWSE-LEASES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-LS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ LEASES-FILE NEXT RECORD

    IF FS-LEASES = FS-OK
       MOVE LS-RECORD TO L-LS-RECORD
    ELSE
       CLOSE LEASES-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-LEASES TO L-LS-RETURN-STATUS
    .
