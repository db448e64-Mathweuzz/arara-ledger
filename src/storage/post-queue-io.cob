>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: post-queue-io.cob
*> Objetivo:
*>   - Subprograma para manter a fila de lancamentos nao
*>     postados (POST-QUEUE - ver post-queue.cpy).
*>   - Operacoes:
*>       'C' = Create (incluir lancamento na fila; "22" indica
*>             que o lancamento ja estava na fila)
*>       'D' = Delete (retirar lancamento da fila pela chave;
*>             "23" indica que ele nao estava na fila)
*>       'R' = Read (consultar um lancamento na fila)
*>       'L' = Browse-start (posiciona no inicio da fila)
*>       'N' = Browse-next (continua a varredura do 'L')
*>       'S' = Seed (carga inicial da fila a partir do JOURNAL:
*>             todo lancamento nao postado aprovado ou pendente
*>             entra na fila, e o registro de controle - PQ-TXN-ID
*>             zero - marca a carga como feita. Com o controle ja
*>             gravado devolve "22" sem varrer nada; senao devolve
*>             "00" e a quantidade carregada em PQ-TXN-ID. Roda
*>             no step POST-QUEUE-SEED do fechamento, antes do
*>             DATA-VERIFY, e de novo no comeco do POST-LEDGER)
*>   - Mesmo padrao de JRNL-XREF-IO (registro inteiro), com o
*>     caminho qualificado por empresa via COMPANY-CTL - a fila
*>     acompanha o JOURNAL da empresa selecionada.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. POST-QUEUE-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POST-QUEUE-FILE ASSIGN TO WS-POST-QUEUE-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PQ-TXN-ID
        FILE STATUS   IS FS-POST-QUEUE.

    *> Leitura direta do JOURNAL so na carga inicial ('S')
    SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JR-TXN-ID
        ALTERNATE RECORD KEY IS JR-ALT-KEY WITH DUPLICATES
        FILE STATUS   IS FS-JOURNAL.

DATA DIVISION.
FILE SECTION.

FD  POST-QUEUE-FILE.
COPY "post-queue.cpy".

FD  JOURNAL-FILE.
COPY "journal.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-POST-QUEUE-PATH   PIC X(64).
01 WS-JOURNAL-PATH      PIC X(64).

01 FS-POST-QUEUE PIC XX.
01 FS-JOURNAL    PIC XX.

*> Carga inicial ('S')
01 WS-SEED-COUNT        PIC 9(12).
01 WS-SEED-DATE         PIC 9(8).
01 WS-SEED-TIME         PIC 9(8).
01 WS-SEED-EOF-SWITCH   PIC X VALUE "N".
   88 SEED-END-OF-JOURNAL     VALUE "Y".

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-PQ-OP-CODE        PIC X.
COPY "post-queue.cpy" REPLACING ==PQ-RECORD== BY ==L-PQ-RECORD==.
01 L-PQ-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-PQ-OP-CODE
    L-PQ-RECORD
    L-PQ-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-PQ-RETURN-STATUS
    MOVE SPACES TO FS-POST-QUEUE

    PERFORM RESOLVE-COMPANY-PATHS

    EVALUATE L-PQ-OP-CODE
       WHEN "C"
          PERFORM CREATE-QUEUE-ENTRY
       WHEN "D"
          PERFORM DELETE-QUEUE-ENTRY
       WHEN "R"
          PERFORM READ-QUEUE-ENTRY
       WHEN "L"
          PERFORM START-BROWSE
       WHEN "N"
          PERFORM NEXT-BROWSE
       WHEN "S"
          PERFORM SEED-FROM-JOURNAL
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-PQ-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

RESOLVE-COMPANY-PATHS.
    *> Monta o nome de arquivo da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "post-queue" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-POST-QUEUE-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-PATH
         WS-CO-RETURN-STATUS
    .

CREATE-QUEUE-ENTRY.
    MOVE SPACES TO FS-POST-QUEUE
    OPEN I-O POST-QUEUE-FILE
    IF FS-POST-QUEUE = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT POST-QUEUE-FILE
       CLOSE POST-QUEUE-FILE
       MOVE SPACES TO FS-POST-QUEUE
       OPEN I-O POST-QUEUE-FILE
    END-IF
    IF FS-POST-QUEUE NOT = FS-OK
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-PQ-RECORD TO PQ-RECORD
    WRITE PQ-RECORD
    MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS

    CLOSE POST-QUEUE-FILE
    .

DELETE-QUEUE-ENTRY.
    MOVE SPACES TO FS-POST-QUEUE
    OPEN I-O POST-QUEUE-FILE
    IF FS-POST-QUEUE NOT = FS-OK
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE PQ-TXN-ID OF L-PQ-RECORD TO PQ-TXN-ID OF PQ-RECORD
    DELETE POST-QUEUE-FILE RECORD
    MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS

    CLOSE POST-QUEUE-FILE
    .

READ-QUEUE-ENTRY.
    MOVE SPACES TO FS-POST-QUEUE
    OPEN INPUT POST-QUEUE-FILE
    IF FS-POST-QUEUE NOT = FS-OK
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE PQ-TXN-ID OF L-PQ-RECORD TO PQ-TXN-ID OF PQ-RECORD
    READ POST-QUEUE-FILE KEY IS PQ-TXN-ID OF PQ-RECORD
    IF FS-POST-QUEUE = FS-OK
       MOVE PQ-RECORD TO L-PQ-RECORD
    END-IF
    MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS

    CLOSE POST-QUEUE-FILE
    .

START-BROWSE.
    MOVE SPACES TO FS-POST-QUEUE
    IF BROWSE-IS-OPEN
       CLOSE POST-QUEUE-FILE
    END-IF

    OPEN INPUT POST-QUEUE-FILE
    IF FS-POST-QUEUE NOT = FS-OK
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE
    .

NEXT-BROWSE.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ POST-QUEUE-FILE NEXT RECORD

    IF FS-POST-QUEUE = FS-OK
       MOVE PQ-RECORD TO L-PQ-RECORD
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
    ELSE
       CLOSE POST-QUEUE-FILE
       SET BROWSE-IS-CLOSED TO TRUE
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
    END-IF
    .

SEED-FROM-JOURNAL.
    *> Carga inicial da fila, uma unica vez por empresa: a fila
    *> pode ja existir (criada pelo primeiro 'C' do JOURNAL-IO)
    *> sem conter os lancamentos anteriores a ela.
    MOVE SPACES TO FS-POST-QUEUE
    IF BROWSE-IS-OPEN
       CLOSE POST-QUEUE-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN I-O POST-QUEUE-FILE
    IF FS-POST-QUEUE = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT POST-QUEUE-FILE
       CLOSE POST-QUEUE-FILE
       MOVE SPACES TO FS-POST-QUEUE
       OPEN I-O POST-QUEUE-FILE
    END-IF
    IF FS-POST-QUEUE NOT = FS-OK
       MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO PQ-TXN-ID OF PQ-RECORD
    READ POST-QUEUE-FILE KEY IS PQ-TXN-ID OF PQ-RECORD
    IF FS-POST-QUEUE = FS-OK
       *> Carga ja feita
       CLOSE POST-QUEUE-FILE
       MOVE FS-DUPLICATE-KEY TO L-PQ-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    ACCEPT WS-SEED-DATE FROM DATE YYYYMMDD
    ACCEPT WS-SEED-TIME FROM TIME
    MOVE 0 TO WS-SEED-COUNT

    *> JOURNAL inexistente (empresa nova): nada a carregar, mas o
    *> controle e gravado do mesmo jeito
    MOVE SPACES TO FS-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF FS-JOURNAL = FS-OK
       MOVE "N" TO WS-SEED-EOF-SWITCH
       PERFORM UNTIL SEED-END-OF-JOURNAL
          READ JOURNAL-FILE NEXT RECORD
          IF FS-JOURNAL = FS-OK
             PERFORM SEED-ONE-ENTRY
          ELSE
             SET SEED-END-OF-JOURNAL TO TRUE
          END-IF
       END-PERFORM
       CLOSE JOURNAL-FILE
    ELSE
       IF FS-JOURNAL NOT = FS-NOT-FOUND
          CLOSE POST-QUEUE-FILE
          MOVE FS-JOURNAL TO L-PQ-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE 0              TO PQ-TXN-ID OF PQ-RECORD
    MOVE WS-SEED-DATE   TO PQ-QUEUED-DATE OF PQ-RECORD
    MOVE WS-SEED-TIME   TO PQ-QUEUED-TIME OF PQ-RECORD
    MOVE "S"            TO PQ-QUEUED-OP OF PQ-RECORD
    WRITE PQ-RECORD
    MOVE FS-POST-QUEUE TO L-PQ-RETURN-STATUS
    CLOSE POST-QUEUE-FILE

    MOVE WS-SEED-COUNT TO PQ-TXN-ID OF L-PQ-RECORD
    .

SEED-ONE-ENTRY.
    *> Nao postado que ainda pode vir a ser postado - aprovado
    *> ('A') ou pendente ('P'). Lancamento que ja estava na fila
    *> ("22") fica como esta.
    IF JR-POSTED-FLAG = "N"
       AND (JR-APPROVAL-STATUS = "A" OR JR-APPROVAL-STATUS = "P")
       AND JR-TXN-ID NOT = 0
       MOVE JR-TXN-ID    TO PQ-TXN-ID OF PQ-RECORD
       MOVE WS-SEED-DATE TO PQ-QUEUED-DATE OF PQ-RECORD
       MOVE WS-SEED-TIME TO PQ-QUEUED-TIME OF PQ-RECORD
       MOVE "S"          TO PQ-QUEUED-OP OF PQ-RECORD
       WRITE PQ-RECORD
       IF FS-POST-QUEUE = FS-OK
          ADD 1 TO WS-SEED-COUNT
       END-IF
    END-IF
    .
