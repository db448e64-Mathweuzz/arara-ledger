>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: inv-moves-hist-io.cob
*> Objetivo:
*>   - Subprograma de consulta do historico de movimentos de
*>     estoque (INV-MOVES-HIST): os movimentos antigos que o
*>     SUBL-ARCHIVE tirou do INV-MOVES vivo, no mesmo layout
*>     (inv-moves.cpy) e com o mesmo IM-SEQ, em arquivo
*>     qualificado pela empresa selecionada (COMPANY-CTL).
*>   - Operacoes:
*>       'K' = Browse-start dos movimentos de um item
*>             (IM-ITEM-ID em L-IM-RECORD)
*>       'N' = Browse-next (continua a varredura do 'K')
*>   - O ultimo movimento de cada item nunca e arquivado (o
*>     INV-MOVES-IO numera o proximo a partir dele), entao os
*>     movimentos daqui sao sempre ANTERIORES aos do arquivo
*>     vivo: quem precisa do extrato completo le este primeiro
*>     e o INV-MOVES-IO depois.
*>   - So leitura, como o AP-INVOICES-HIST-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-MOVES-HIST-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INV-MOVES-HIST-FILE ASSIGN TO WS-IM-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS IM-KEY
        FILE STATUS   IS FS-IM-HIST.

DATA DIVISION.
FILE SECTION.

FD  INV-MOVES-HIST-FILE.
COPY "inv-moves.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao do caminho qualificado por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-IM-HIST-PATH      PIC X(64).

01 FS-IM-HIST PIC XX.

01 WS-BROWSE-SWITCH     PIC X VALUE "N".
   88 BROWSE-IS-OPEN           VALUE "Y".
   88 BROWSE-IS-CLOSED         VALUE "N".

01 WS-BROWSE-ITEM-ID    PIC 9(6).

LINKAGE SECTION.
01 L-IM-OP-CODE        PIC X.
COPY "inv-moves.cpy" REPLACING ==IM-RECORD== BY ==L-IM-RECORD==.
01 L-IM-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-IM-OP-CODE
    L-IM-RECORD
    L-IM-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-IM-RETURN-STATUS
    MOVE SPACES TO FS-IM-HIST

    EVALUATE L-IM-OP-CODE
       WHEN "K"
          PERFORM RESOLVE-COMPANY-PATHS
          PERFORM START-BROWSE-MOVES
       WHEN "N"
          PERFORM NEXT-BROWSE-MOVES
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-IM-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta o nome do historico da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "inv-moves-hist" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-IM-HIST-PATH
         WS-CO-RETURN-STATUS
    .

START-BROWSE-MOVES.
    *> L-IM-RECORD chega com IM-ITEM-ID preenchido.
    MOVE SPACES TO FS-IM-HIST
    IF BROWSE-IS-OPEN
       CLOSE INV-MOVES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN INPUT INV-MOVES-HIST-FILE
    IF FS-IM-HIST NOT = FS-OK
       MOVE FS-IM-HIST TO L-IM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    MOVE IM-ITEM-ID OF L-IM-RECORD TO WS-BROWSE-ITEM-ID

    MOVE IM-ITEM-ID OF L-IM-RECORD TO IM-ITEM-ID OF IM-RECORD
    MOVE 1 TO IM-SEQ OF IM-RECORD

    START INV-MOVES-HIST-FILE KEY IS NOT LESS THAN IM-KEY OF IM-RECORD

    IF FS-IM-HIST NOT = FS-OK
       CLOSE INV-MOVES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-IM-HIST TO L-IM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    PERFORM NEXT-BROWSE-MOVES
    .

NEXT-BROWSE-MOVES.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-IM-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ INV-MOVES-HIST-FILE NEXT RECORD

    IF FS-IM-HIST = FS-OK
       IF IM-ITEM-ID OF IM-RECORD NOT = WS-BROWSE-ITEM-ID
          CLOSE INV-MOVES-HIST-FILE
          SET BROWSE-IS-CLOSED TO TRUE
          MOVE FS-EOF TO L-IM-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
       MOVE IM-RECORD TO L-IM-RECORD
       MOVE FS-IM-HIST TO L-IM-RETURN-STATUS
    ELSE
       CLOSE INV-MOVES-HIST-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-IM-HIST TO L-IM-RETURN-STATUS
    END-IF
    .
