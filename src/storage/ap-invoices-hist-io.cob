>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: ap-invoices-hist-io.cob
*> Objetivo:
*>   - Subprograma de consulta do historico de faturas de
*>     fornecedor (AP-INVOICES-HIST): as faturas quitadas que o
*>     SUBL-ARCHIVE tirou do AP-INVOICES vivo, no mesmo layout
*>     (ap-invoices.cpy), em arquivo qualificado pela empresa
*>     selecionada (COMPANY-CTL), como o JOURNAL-HIST.
*>   - Operacoes:
*>       'R' = Read (consultar fatura por fornecedor + numero)
*>       'L' = List-start (inicia varredura completa)
*>       'N' = List-next (continua a varredura)
*>   - So leitura: a gravacao e feita pelo proprio SUBL-ARCHIVE,
*>     com acesso direto ao arquivo (mesmo padrao do
*>     ARCHIVE-JOURNAL). Historico ainda inexistente devolve o
*>     status do OPEN ("35"), que o chamador trata como "nao
*>     encontrado".
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-INVOICES-HIST-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AP-INVOICES-HIST-FILE ASSIGN TO WS-AP-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AP-KEY
        FILE STATUS   IS FS-AP-HIST.

DATA DIVISION.
FILE SECTION.

FD  AP-INVOICES-HIST-FILE.
COPY "ap-invoices.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao do caminho qualificado por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-AP-HIST-PATH      PIC X(64).

01 FS-AP-HIST PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==L-AP-RECORD==.
01 L-AP-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-AP-OP-CODE
    L-AP-RECORD
    L-AP-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-AP-RETURN-STATUS
    MOVE SPACES TO FS-AP-HIST

    EVALUATE L-AP-OP-CODE
       WHEN "R"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM READ-INVOICE
       WHEN "L"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM START-BROWSE-INVOICES
       WHEN "N"
          PERFORM NEXT-BROWSE-INVOICES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-AP-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta o nome do historico da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "ap-invoices-hist" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-AP-HIST-PATH
         WS-CO-RETURN-STATUS
    .

READ-INVOICE.
    MOVE SPACES TO FS-AP-HIST
    OPEN INPUT AP-INVOICES-HIST-FILE
    IF FS-AP-HIST NOT = FS-OK
       MOVE FS-AP-HIST TO L-AP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AP-KEY OF L-AP-RECORD TO AP-KEY OF AP-RECORD
    READ AP-INVOICES-HIST-FILE

    IF FS-AP-HIST = FS-OK
       MOVE AP-RECORD TO L-AP-RECORD
    END-IF
    MOVE FS-AP-HIST TO L-AP-RETURN-STATUS

    CLOSE AP-INVOICES-HIST-FILE
    .

START-BROWSE-INVOICES.
    MOVE SPACES TO FS-AP-HIST
    IF BROWSE-IS-OPEN
       CLOSE AP-INVOICES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN INPUT AP-INVOICES-HIST-FILE
    IF FS-AP-HIST NOT = FS-OK
       MOVE FS-AP-HIST TO L-AP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-INVOICES
    .

NEXT-BROWSE-INVOICES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-AP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ AP-INVOICES-HIST-FILE NEXT RECORD

    IF FS-AP-HIST = FS-OK
       MOVE AP-RECORD TO L-AP-RECORD
    ELSE
       CLOSE AP-INVOICES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-AP-HIST TO L-AP-RETURN-STATUS
    .
