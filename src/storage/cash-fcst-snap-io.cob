>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: cash-fcst-snap-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo CASH-FCST-SNAP (fotos
*>     das previsoes de caixa por semana e origem - ver
*>     cash-fcst-snap.cpy).
*>   - Operacoes:
*>       'A' = Add (soma entrada/saida/pessimista informadas ao
*>             registro da chave, criando-o se nao existir; o
*>             atraso informado substitui o gravado - usado pelo
*>             CASH-FORECAST documento a documento)
*>       'P' = Purge (apaga a foto inteira da CF-RUN-DATE
*>             informada - a reexecucao da previsao na mesma
*>             data substitui a anterior)
*>       'B' = Browse-start (varredura sequencial completa, por
*>             data de referencia + semana + origem)
*>       'N' = Browse-next (continua a varredura)
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-FCST-SNAP-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASH-FCST-SNAP-FILE ASSIGN TO "data/cash-fcst-snap.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS CF-KEY
        FILE STATUS   IS FS-CASH-FCST-SNAP.

DATA DIVISION.
FILE SECTION.

FD  CASH-FCST-SNAP-FILE.
COPY "cash-fcst-snap.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-CASH-FCST-SNAP PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

01 WS-PURGE-RUN-DATE PIC 9(8).

LINKAGE SECTION.
01 L-CF-OP-CODE        PIC X.
COPY "cash-fcst-snap.cpy" REPLACING ==CF-RECORD== BY ==L-CF-RECORD==.
01 L-CF-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-CF-OP-CODE
    L-CF-RECORD
    L-CF-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-CF-RETURN-STATUS
    MOVE SPACES TO FS-CASH-FCST-SNAP

    EVALUATE L-CF-OP-CODE
       WHEN "A"
          PERFORM ADD-FORECAST-AMOUNTS
       WHEN "P"
          PERFORM PURGE-RUN-DATE
       WHEN "B"
          PERFORM START-BROWSE
       WHEN "N"
          PERFORM NEXT-BROWSE
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-CF-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

ADD-FORECAST-AMOUNTS.
    MOVE SPACES TO FS-CASH-FCST-SNAP
    OPEN I-O CASH-FCST-SNAP-FILE
    IF FS-CASH-FCST-SNAP = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT CASH-FCST-SNAP-FILE
       CLOSE CASH-FCST-SNAP-FILE
       MOVE SPACES TO FS-CASH-FCST-SNAP
       OPEN I-O CASH-FCST-SNAP-FILE
    END-IF
    IF FS-CASH-FCST-SNAP NOT = FS-OK
       MOVE FS-CASH-FCST-SNAP TO L-CF-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE CF-KEY OF L-CF-RECORD TO CF-KEY OF CF-RECORD
    READ CASH-FCST-SNAP-FILE

    IF FS-CASH-FCST-SNAP = FS-OK
       ADD CF-INFLOW-CENTS OF L-CF-RECORD
         TO CF-INFLOW-CENTS OF CF-RECORD
       ADD CF-OUTFLOW-CENTS OF L-CF-RECORD
         TO CF-OUTFLOW-CENTS OF CF-RECORD
       ADD CF-INFLOW-WC-CENTS OF L-CF-RECORD
         TO CF-INFLOW-WC-CENTS OF CF-RECORD
       MOVE CF-DELAY-DAYS OF L-CF-RECORD
         TO CF-DELAY-DAYS OF CF-RECORD
       REWRITE CF-RECORD
    ELSE
       MOVE L-CF-RECORD TO CF-RECORD
       WRITE CF-RECORD
    END-IF

    MOVE FS-CASH-FCST-SNAP TO L-CF-RETURN-STATUS
    CLOSE CASH-FCST-SNAP-FILE
    .

PURGE-RUN-DATE.
    *> L-CF-RECORD chega com CF-RUN-DATE preenchido. Foto
    *> inexistente (ou arquivo ainda nao criado) nao e erro.
    MOVE SPACES TO FS-CASH-FCST-SNAP
    IF BROWSE-IS-OPEN
       CLOSE CASH-FCST-SNAP-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN I-O CASH-FCST-SNAP-FILE
    IF FS-CASH-FCST-SNAP = FS-NOT-FOUND
       MOVE FS-OK TO L-CF-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF
    IF FS-CASH-FCST-SNAP NOT = FS-OK
       MOVE FS-CASH-FCST-SNAP TO L-CF-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE CF-RUN-DATE OF L-CF-RECORD TO WS-PURGE-RUN-DATE
    MOVE LOW-VALUES TO CF-KEY OF CF-RECORD
    MOVE WS-PURGE-RUN-DATE TO CF-RUN-DATE OF CF-RECORD

    START CASH-FCST-SNAP-FILE
          KEY IS NOT LESS THAN CF-KEY OF CF-RECORD

    PERFORM UNTIL FS-CASH-FCST-SNAP NOT = FS-OK
       READ CASH-FCST-SNAP-FILE NEXT RECORD
       IF FS-CASH-FCST-SNAP = FS-OK
          IF CF-RUN-DATE OF CF-RECORD NOT = WS-PURGE-RUN-DATE
             MOVE FS-EOF TO FS-CASH-FCST-SNAP
          ELSE
             DELETE CASH-FCST-SNAP-FILE RECORD
          END-IF
       END-IF
    END-PERFORM

    MOVE FS-OK TO L-CF-RETURN-STATUS
    CLOSE CASH-FCST-SNAP-FILE
    .

START-BROWSE.
    MOVE SPACES TO FS-CASH-FCST-SNAP
    IF BROWSE-IS-OPEN
       CLOSE CASH-FCST-SNAP-FILE
    END-IF

    OPEN INPUT CASH-FCST-SNAP-FILE
    IF FS-CASH-FCST-SNAP NOT = FS-OK
       MOVE FS-CASH-FCST-SNAP TO L-CF-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE
    .

NEXT-BROWSE.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-CF-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ CASH-FCST-SNAP-FILE NEXT RECORD

    IF FS-CASH-FCST-SNAP = FS-OK
       MOVE CF-RECORD TO L-CF-RECORD
    ELSE
       CLOSE CASH-FCST-SNAP-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-CASH-FCST-SNAP TO L-CF-RETURN-STATUS
    .
