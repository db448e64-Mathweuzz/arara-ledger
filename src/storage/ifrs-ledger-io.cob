>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: ifrs-ledger-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo IFRS-LEDGER: livro
*>     paralelo de ajustes IFRS (saldos por conta+periodo, mesmo
*>     layout do LEDGER - ledger.cpy). So recebe os lancamentos
*>     com JR-BOOK = 'I' (ver journal.cpy), postados pelo
*>     POST-LEDGER; o LEDGER societario e o SPED-ECD nao enxergam
*>     este arquivo.
*>   - Operacoes (as mesmas do LEDGER-IO):
*>       'W' = Write (upsert: atualiza se existir, inclui se nao)
*>       'R' = Read (consultar saldo por conta+periodo)
*>       'B' = Browse-start (varredura sequencial completa)
*>       'N' = Browse-next (continua a varredura iniciada por 'B')
*>   - Os relatorios leem pelo LEDGER-BOOK-IO, que escolhe entre
*>     o LEDGER, este livro ou a soma dos dois.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. IFRS-LEDGER-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LG-KEY
        FILE STATUS   IS FS-LEDGER.

DATA DIVISION.
FILE SECTION.

FD  LEDGER-FILE.
COPY "ledger.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-LEDGER-PATH PIC X(64).

01 FS-LEDGER PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==L-LG-RECORD==.
01 L-LG-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-LG-OP-CODE
    L-LG-RECORD
    L-LG-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-LG-RETURN-STATUS

    PERFORM RESOLVE-COMPANY-PATHS

    EVALUATE L-LG-OP-CODE
       WHEN "W"
          PERFORM WRITE-OR-UPDATE-LEDGER
       WHEN "R"
          PERFORM READ-LEDGER
       WHEN "B"
          PERFORM START-BROWSE-LEDGER
       WHEN "N"
          PERFORM NEXT-BROWSE-LEDGER
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-LG-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta os nomes de arquivo da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "ledger-ifrs" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-LEDGER-PATH
         WS-CO-RETURN-STATUS
    .

WRITE-OR-UPDATE-LEDGER.
    MOVE SPACES TO FS-LEDGER
    OPEN I-O LEDGER-FILE
    IF FS-LEDGER = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT LEDGER-FILE
       CLOSE LEDGER-FILE
       MOVE SPACES TO FS-LEDGER
       OPEN I-O LEDGER-FILE
    END-IF
    IF FS-LEDGER NOT = FS-OK
       MOVE FS-LEDGER TO L-LG-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LG-ACCOUNT-ID OF L-LG-RECORD TO LG-ACCOUNT-ID OF LG-RECORD
    MOVE LG-PERIOD     OF L-LG-RECORD TO LG-PERIOD     OF LG-RECORD
    READ LEDGER-FILE

    IF FS-LEDGER = FS-OK
       MOVE L-LG-RECORD TO LG-RECORD
       REWRITE LG-RECORD
    ELSE
       MOVE L-LG-RECORD TO LG-RECORD
       WRITE LG-RECORD
    END-IF

    MOVE FS-LEDGER TO L-LG-RETURN-STATUS
    CLOSE LEDGER-FILE
    .

READ-LEDGER.
    MOVE SPACES TO FS-LEDGER
    OPEN INPUT LEDGER-FILE
    IF FS-LEDGER NOT = FS-OK
       MOVE FS-LEDGER TO L-LG-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE LG-ACCOUNT-ID OF L-LG-RECORD TO LG-ACCOUNT-ID OF LG-RECORD
    MOVE LG-PERIOD     OF L-LG-RECORD TO LG-PERIOD     OF LG-RECORD
    READ LEDGER-FILE

    IF FS-LEDGER = FS-OK
       MOVE LG-RECORD TO L-LG-RECORD
    END-IF
    MOVE FS-LEDGER TO L-LG-RETURN-STATUS

    CLOSE LEDGER-FILE
    .

START-BROWSE-LEDGER.
    MOVE SPACES TO FS-LEDGER
    IF BROWSE-IS-OPEN
       CLOSE LEDGER-FILE
    END-IF

    OPEN INPUT LEDGER-FILE
    IF FS-LEDGER NOT = FS-OK
       MOVE FS-LEDGER TO L-LG-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-LEDGER
    .

NEXT-BROWSE-LEDGER.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-LG-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ LEDGER-FILE NEXT RECORD

    IF FS-LEDGER = FS-OK
       MOVE LG-RECORD TO L-LG-RECORD
    ELSE
       CLOSE LEDGER-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-LEDGER TO L-LG-RETURN-STATUS
    .
