>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: ar-invoices-hist-io.cob
*> Objetivo:
*>   - Subprograma de consulta do historico de faturas de
*>     cliente (AR-INVOICES-HIST): as faturas quitadas que o
*>     SUBL-ARCHIVE tirou do AR-INVOICES vivo, no mesmo layout
*>     (ar-invoices.cpy), em arquivo qualificado pela empresa
*>     selecionada (COMPANY-CTL), como o JOURNAL-HIST.
*>   - Operacoes:
*>       'R' = Read (consultar fatura por cliente + numero)
*>       'L' = List-start (inicia varredura completa)
*>       'N' = List-next (continua a varredura)
*>   - So leitura: a gravacao e feita pelo proprio SUBL-ARCHIVE,
*>     com acesso direto ao arquivo (mesmo padrao do
*>     ARCHIVE-JOURNAL). Historico ainda inexistente devolve o
*>     status do OPEN ("35"), que o chamador trata como "nao
*>     encontrado".
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-INVOICES-HIST-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AR-INVOICES-HIST-FILE ASSIGN TO WS-AR-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AR-KEY
        FILE STATUS   IS FS-AR-HIST.

DATA DIVISION.
FILE SECTION.

FD  AR-INVOICES-HIST-FILE.
COPY "ar-invoices.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao do caminho qualificado por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-AR-HIST-PATH      PIC X(64).

01 FS-AR-HIST PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==L-AR-RECORD==.
01 L-AR-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-AR-OP-CODE
    L-AR-RECORD
    L-AR-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-AR-RETURN-STATUS
    MOVE SPACES TO FS-AR-HIST

    EVALUATE L-AR-OP-CODE
       WHEN "R"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM READ-INVOICE
       WHEN "L"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM START-BROWSE-INVOICES
       WHEN "N"
          PERFORM NEXT-BROWSE-INVOICES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-AR-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta o nome do historico da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "ar-invoices-hist" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-AR-HIST-PATH
         WS-CO-RETURN-STATUS
    .

READ-INVOICE.
    MOVE SPACES TO FS-AR-HIST
    OPEN INPUT AR-INVOICES-HIST-FILE
    IF FS-AR-HIST NOT = FS-OK
       MOVE FS-AR-HIST TO L-AR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AR-KEY OF L-AR-RECORD TO AR-KEY OF AR-RECORD
    READ AR-INVOICES-HIST-FILE

    IF FS-AR-HIST = FS-OK
       MOVE AR-RECORD TO L-AR-RECORD
    END-IF
    MOVE FS-AR-HIST TO L-AR-RETURN-STATUS

    CLOSE AR-INVOICES-HIST-FILE
    .

START-BROWSE-INVOICES.
    MOVE SPACES TO FS-AR-HIST
    IF BROWSE-IS-OPEN
       CLOSE AR-INVOICES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN INPUT AR-INVOICES-HIST-FILE
    IF FS-AR-HIST NOT = FS-OK
       MOVE FS-AR-HIST TO L-AR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-INVOICES
    .

NEXT-BROWSE-INVOICES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-AR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ AR-INVOICES-HIST-FILE NEXT RECORD

    IF FS-AR-HIST = FS-OK
       MOVE AR-RECORD TO L-AR-RECORD
    ELSE
       CLOSE AR-INVOICES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-AR-HIST TO L-AR-RETURN-STATUS
    .
