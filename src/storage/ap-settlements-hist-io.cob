>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: ap-settlements-hist-io.cob
*> Objetivo:
*>   - Subprograma de consulta do historico de baixas das
*>     faturas de fornecedor arquivadas (AP-SETTLEMENTS-HIST):
*>     as linhas do AP-SETTLEMENTS que o SUBL-ARCHIVE levou junto
*>     com a fatura, no mesmo layout (ap-settlements.cpy), em
*>     arquivo qualificado pela empresa selecionada
*>     (COMPANY-CTL).
*>   - Operacoes:
*>       'K' = Browse-start das linhas de um documento
*>             (fornecedor + numero em L-AS-RECORD)
*>       'N' = Browse-next (continua a varredura do 'K')
*>   - So leitura, como o AP-INVOICES-HIST-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-SETTLEMENTS-HIST-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AP-SETTLEMENTS-HIST-FILE ASSIGN TO WS-AS-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AS-KEY
        FILE STATUS   IS FS-AS-HIST.

DATA DIVISION.
FILE SECTION.

FD  AP-SETTLEMENTS-HIST-FILE.
COPY "ap-settlements.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao do caminho qualificado por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-AS-HIST-PATH      PIC X(64).

01 FS-AS-HIST PIC XX.

01 WS-BROWSE-SWITCH     PIC X VALUE "N".
   88 BROWSE-IS-OPEN           VALUE "Y".
   88 BROWSE-IS-CLOSED         VALUE "N".

01 WS-BROWSE-VENDOR-ID  PIC 9(6).
01 WS-BROWSE-INVOICE-NO PIC X(12).

LINKAGE SECTION.
01 L-AS-OP-CODE        PIC X.
COPY "ap-settlements.cpy" REPLACING ==AS-RECORD== BY ==L-AS-RECORD==.
01 L-AS-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-AS-OP-CODE
    L-AS-RECORD
    L-AS-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-AS-RETURN-STATUS
    MOVE SPACES TO FS-AS-HIST

    EVALUATE L-AS-OP-CODE
       WHEN "K"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM START-BROWSE-SETTLEMENTS
       WHEN "N"
          PERFORM NEXT-BROWSE-SETTLEMENTS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-AS-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta o nome do historico da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "ap-settlements-hist" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-AS-HIST-PATH
         WS-CO-RETURN-STATUS
    .

START-BROWSE-SETTLEMENTS.
    *> L-AS-RECORD chega com fornecedor + numero preenchidos.
    MOVE SPACES TO FS-AS-HIST
    IF BROWSE-IS-OPEN
       CLOSE AP-SETTLEMENTS-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN INPUT AP-SETTLEMENTS-HIST-FILE
    IF FS-AS-HIST NOT = FS-OK
       MOVE FS-AS-HIST TO L-AS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    MOVE AS-VENDOR-ID OF L-AS-RECORD  TO WS-BROWSE-VENDOR-ID
    MOVE AS-INVOICE-NO OF L-AS-RECORD TO WS-BROWSE-INVOICE-NO

    MOVE AS-VENDOR-ID OF L-AS-RECORD  TO AS-VENDOR-ID OF AS-RECORD
    MOVE AS-INVOICE-NO OF L-AS-RECORD TO AS-INVOICE-NO OF AS-RECORD
    MOVE 1 TO AS-SEQ OF AS-RECORD

    START AP-SETTLEMENTS-HIST-FILE
          KEY IS NOT LESS THAN AS-KEY OF AS-RECORD

    IF FS-AS-HIST NOT = FS-OK
       CLOSE AP-SETTLEMENTS-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-AS-HIST TO L-AS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    PERFORM NEXT-BROWSE-SETTLEMENTS
    .

NEXT-BROWSE-SETTLEMENTS.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-AS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ AP-SETTLEMENTS-HIST-FILE NEXT RECORD

    IF FS-AS-HIST = FS-OK
       IF AS-VENDOR-ID OF AS-RECORD NOT = WS-BROWSE-VENDOR-ID
          OR AS-INVOICE-NO OF AS-RECORD NOT = WS-BROWSE-INVOICE-NO
          CLOSE AP-SETTLEMENTS-HIST-FILE
          SET BROWSE-IS-CLOSED TO TRUE
          MOVE FS-EOF TO L-AS-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
       MOVE AS-RECORD TO L-AS-RECORD
       MOVE FS-AS-HIST TO L-AS-RETURN-STATUS
    ELSE
       CLOSE AP-SETTLEMENTS-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-AS-HIST TO L-AS-RETURN-STATUS
    END-IF
    .
