>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lalur-partb-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo LALUR-PARTB (saldos da
*>     Parte B do LALUR/LACS por conta+tributo+apuracao), um
*>     arquivo por empresa como o LEDGER.
*>   - Operacoes:
*>       'W' = Write (upsert: atualiza se existir, inclui se nao)
*>       'R' = Read (consultar saldo por conta+tributo+apuracao)
*>       'B' = Browse-start (varredura sequencial completa, na
*>             ordem da chave - conta, tributo, apuracao)
*>       'N' = Browse-next (continua a varredura iniciada por 'B')
*>   - Gravado pelo LALUR-RUN e pela implantacao de saldo do
*>     AUX-MENU.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LALUR-PARTB-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LALUR-PARTB-FILE ASSIGN TO WS-PARTB-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LB-KEY
        FILE STATUS   IS FS-PARTB.

DATA DIVISION.
FILE SECTION.

FD  LALUR-PARTB-FILE.
COPY "lalur-partb.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-PARTB-PATH PIC X(64).

01 FS-PARTB PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-LB-OP-CODE        PIC X.
COPY "lalur-partb.cpy" REPLACING ==LB-RECORD== BY ==L-LB-RECORD==.
01 L-LB-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-LB-OP-CODE
    L-LB-RECORD
    L-LB-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-LB-RETURN-STATUS

    PERFORM RESOLVE-COMPANY-PATHS

    EVALUATE L-LB-OP-CODE
       WHEN "W"
          PERFORM WRITE-OR-UPDATE-PARTB
       WHEN "R"
          PERFORM READ-PARTB
       WHEN "B"
          PERFORM START-BROWSE-PARTB
       WHEN "N"
          PERFORM NEXT-BROWSE-PARTB
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-LB-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta os nomes de arquivo da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "lalur-partb" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-PARTB-PATH
         WS-CO-RETURN-STATUS
    .

WRITE-OR-UPDATE-PARTB.
    MOVE SPACES TO FS-PARTB
    OPEN I-O LALUR-PARTB-FILE
    IF FS-PARTB = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT LALUR-PARTB-FILE
       CLOSE LALUR-PARTB-FILE
       MOVE SPACES TO FS-PARTB
       OPEN I-O LALUR-PARTB-FILE
    END-IF
    IF FS-PARTB NOT = FS-OK
       MOVE FS-PARTB TO L-LB-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LB-KEY OF L-LB-RECORD TO LB-KEY OF LB-RECORD
    READ LALUR-PARTB-FILE

    IF FS-PARTB = FS-OK
       MOVE L-LB-RECORD TO LB-RECORD
       REWRITE LB-RECORD
    ELSE
       MOVE L-LB-RECORD TO LB-RECORD
       WRITE LB-RECORD
    END-IF

    MOVE FS-PARTB TO L-LB-RETURN-STATUS
    CLOSE LALUR-PARTB-FILE
    .

READ-PARTB.
    MOVE SPACES TO FS-PARTB
    OPEN INPUT LALUR-PARTB-FILE
    IF FS-PARTB NOT = FS-OK
       MOVE FS-PARTB TO L-LB-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LB-KEY OF L-LB-RECORD TO LB-KEY OF LB-RECORD
    READ LALUR-PARTB-FILE

    IF FS-PARTB = FS-OK
       MOVE LB-RECORD TO L-LB-RECORD
    END-IF
    MOVE FS-PARTB TO L-LB-RETURN-STATUS

    CLOSE LALUR-PARTB-FILE
    .

START-BROWSE-PARTB.
    MOVE SPACES TO FS-PARTB
    IF BROWSE-IS-OPEN
       CLOSE LALUR-PARTB-FILE
    END-IF

    OPEN INPUT LALUR-PARTB-FILE
    IF FS-PARTB NOT = FS-OK
       MOVE FS-PARTB TO L-LB-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-PARTB
    .

NEXT-BROWSE-PARTB.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-LB-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ LALUR-PARTB-FILE NEXT RECORD

    IF FS-PARTB = FS-OK
       MOVE LB-RECORD TO L-LB-RECORD
    ELSE
       CLOSE LALUR-PARTB-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-PARTB TO L-LB-RETURN-STATUS
    .
