>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: pay-proposal-hist-io.cob
*> Objetivo:
*>   - Subprograma do historico da proposta de pagamento
*>     (PAY-PROPOSAL-HIST): os itens ja remetidos ou excluidos
*>     que o SUBL-ARCHIVE tirou da PAY-PROPOSAL viva, no mesmo
*>     layout (pay-proposal.cpy), em arquivo qualificado pela
*>     empresa selecionada (COMPANY-CTL). Uma linha por
*>     documento: a proposta mais recente dele prevalece.
*>   - Operacoes:
*>       'R' = Read (consultar item por favorecido + documento)
*>       'U' = Update (regravar item - usado pelo LGPD-PURGE,
*>             que limpa o nome do favorecido anonimizado)
*>       'L' = List-start (inicia varredura completa)
*>       'N' = List-next (continua a varredura)
*>   - A inclusao e feita pelo proprio SUBL-ARCHIVE, com acesso
*>     direto ao arquivo (mesmo padrao do ARCHIVE-JOURNAL).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PAY-PROPOSAL-HIST-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAY-PROPOSAL-HIST-FILE ASSIGN TO WS-PP-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PP-KEY
        FILE STATUS   IS FS-PP-HIST.

DATA DIVISION.
FILE SECTION.

FD  PAY-PROPOSAL-HIST-FILE.
COPY "pay-proposal.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao do caminho qualificado por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-PP-HIST-PATH      PIC X(64).

01 FS-PP-HIST PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-PP-OP-CODE        PIC X.
COPY "pay-proposal.cpy" REPLACING ==PP-RECORD== BY ==L-PP-RECORD==.
01 L-PP-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-PP-OP-CODE
    L-PP-RECORD
    L-PP-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-PP-RETURN-STATUS
    MOVE SPACES TO FS-PP-HIST

    EVALUATE L-PP-OP-CODE
       WHEN "R"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM READ-PROPOSAL-ITEM
       WHEN "U"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM UPDATE-PROPOSAL-ITEM
       WHEN "L"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM START-BROWSE-PROPOSAL
       WHEN "N"
          PERFORM NEXT-BROWSE-PROPOSAL
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-PP-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta o nome do historico da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "pay-proposal-hist" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-PP-HIST-PATH
         WS-CO-RETURN-STATUS
    .

READ-PROPOSAL-ITEM.
    MOVE SPACES TO FS-PP-HIST
    OPEN INPUT PAY-PROPOSAL-HIST-FILE
    IF FS-PP-HIST NOT = FS-OK
       MOVE FS-PP-HIST TO L-PP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE PP-KEY OF L-PP-RECORD TO PP-KEY OF PP-RECORD
    READ PAY-PROPOSAL-HIST-FILE

    IF FS-PP-HIST = FS-OK
       MOVE PP-RECORD TO L-PP-RECORD
    END-IF
    MOVE FS-PP-HIST TO L-PP-RETURN-STATUS

    CLOSE PAY-PROPOSAL-HIST-FILE
    .

UPDATE-PROPOSAL-ITEM.
    MOVE SPACES TO FS-PP-HIST
    OPEN I-O PAY-PROPOSAL-HIST-FILE
    IF FS-PP-HIST NOT = FS-OK
       MOVE FS-PP-HIST TO L-PP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE PP-KEY OF L-PP-RECORD TO PP-KEY OF PP-RECORD
    READ PAY-PROPOSAL-HIST-FILE

    IF FS-PP-HIST = FS-OK
       MOVE L-PP-RECORD TO PP-RECORD
       REWRITE PP-RECORD
    END-IF
    MOVE FS-PP-HIST TO L-PP-RETURN-STATUS

    CLOSE PAY-PROPOSAL-HIST-FILE
    .

START-BROWSE-PROPOSAL.
    MOVE SPACES TO FS-PP-HIST
    IF BROWSE-IS-OPEN
       CLOSE PAY-PROPOSAL-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN INPUT PAY-PROPOSAL-HIST-FILE
    IF FS-PP-HIST NOT = FS-OK
       MOVE FS-PP-HIST TO L-PP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-PROPOSAL
    .

NEXT-BROWSE-PROPOSAL.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-PP-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ PAY-PROPOSAL-HIST-FILE NEXT RECORD

    IF FS-PP-HIST = FS-OK
       MOVE PP-RECORD TO L-PP-RECORD
    ELSE
       CLOSE PAY-PROPOSAL-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-PP-HIST TO L-PP-RETURN-STATUS
    .
