>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: contracts-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo CONTRACTS (contratos
*>     recorrentes de cliente - ver contracts.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir contrato)
*>       'R' = Read (consultar contrato)
*>       'U' = Update (encerramento no AR-MENU e avancos de
*>             controle/reajuste do batch CONTRACT-BILL)
*>       'L' = List-start (inicia varredura, devolve o 1o)
*>       'N' = List-next (devolve o proximo da varredura)
*>   - Mesmo padrao de LOANS-IO (registro inteiro).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTRACTS-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTRACTS-FILE ASSIGN TO "data/contracts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS CT-CONTRACT-ID
        FILE STATUS   IS FS-CONTRACTS.

DATA DIVISION.
FILE SECTION.

FD  CONTRACTS-FILE.
COPY "contracts.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-CONTRACTS PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-CT-OP-CODE        PIC X.
COPY "contracts.cpy" REPLACING ==CT-RECORD== BY ==L-CT-RECORD==.
01 L-CT-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-CT-OP-CODE
    L-CT-RECORD
    L-CT-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-CT-RETURN-STATUS
    MOVE SPACES TO FS-CONTRACTS

    EVALUATE L-CT-OP-CODE
       WHEN "C"
          PERFORM CREATE-CONTRACT
       WHEN "R"
          PERFORM READ-CONTRACT
       WHEN "U"
          PERFORM UPDATE-CONTRACT
       WHEN "L"
          PERFORM START-BROWSE-CONTRACTS
       WHEN "N"
          PERFORM NEXT-BROWSE-CONTRACTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-CT-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-CONTRACT.
    MOVE SPACES TO FS-CONTRACTS
    OPEN I-O CONTRACTS-FILE
    IF FS-CONTRACTS = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT CONTRACTS-FILE
       CLOSE CONTRACTS-FILE
       MOVE SPACES TO FS-CONTRACTS
       OPEN I-O CONTRACTS-FILE
    END-IF
    IF FS-CONTRACTS NOT = FS-OK
       MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-CT-RECORD TO CT-RECORD
    WRITE CT-RECORD
    MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS

    CLOSE CONTRACTS-FILE
    .

READ-CONTRACT.
    MOVE SPACES TO FS-CONTRACTS
    OPEN INPUT CONTRACTS-FILE
    IF FS-CONTRACTS NOT = FS-OK
       MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE CT-CONTRACT-ID OF L-CT-RECORD TO CT-CONTRACT-ID OF CT-RECORD
    READ CONTRACTS-FILE

    IF FS-CONTRACTS = FS-OK
       MOVE CT-RECORD TO L-CT-RECORD
    END-IF
    MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS

    CLOSE CONTRACTS-FILE
    .

UPDATE-CONTRACT.
    MOVE SPACES TO FS-CONTRACTS
    OPEN I-O CONTRACTS-FILE
    IF FS-CONTRACTS NOT = FS-OK
       MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE CT-CONTRACT-ID OF L-CT-RECORD TO CT-CONTRACT-ID OF CT-RECORD
    READ CONTRACTS-FILE

    IF FS-CONTRACTS = FS-OK
       MOVE L-CT-RECORD TO CT-RECORD
       REWRITE CT-RECORD
    END-IF
    MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS

    CLOSE CONTRACTS-FILE
    .

START-BROWSE-CONTRACTS.
    MOVE SPACES TO FS-CONTRACTS
    IF BROWSE-IS-OPEN
       CLOSE CONTRACTS-FILE
    END-IF

    OPEN INPUT CONTRACTS-FILE
    IF FS-CONTRACTS NOT = FS-OK
       MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-CONTRACTS
    .

NEXT-BROWSE-CONTRACTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ CONTRACTS-FILE NEXT RECORD

    IF FS-CONTRACTS = FS-OK
       MOVE CT-RECORD TO L-CT-RECORD
    ELSE
       CLOSE CONTRACTS-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-CONTRACTS TO L-CT-RETURN-STATUS
    .
