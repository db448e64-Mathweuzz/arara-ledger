*>       4. toda linha de JOURNAL-LINES com cabecalho no JOURNAL;
*>       5. toda nota (JOURNAL-NOTES) e todo evento
*>          (JOURNAL-EVENTS) apontando para um lancamento real
*>          (no JOURNAL vivo ou no historico JOURNAL-HIST);
*>       6. todo lancamento nao postado aprovado ou pendente
*>          presente na fila de postagem (POST-QUEUE) - fora da
*>          fila ele nunca seria postado;
*>       7. todo registro da fila apontando para um lancamento
*>          vivo ainda por postar. Registro que sobrou na fila
*>          (lancamento ja postado, rejeitado ou inexistente)
*>          conta como excecao: o JOURNAL-IO retira o lancamento
*>          da fila ao rejeitar ('J') e o POST-LEDGER ao postar,
*>          entao a sobra indica
*>          POST-LEDGER interrompido entre a postagem e a
*>          retirada (ou fila gravada por fora). Uma execucao
*>          avulsa do POST-LEDGER (run-step.sh post-ledger)
*>          retira as sobras antes de reabrir o fechamento.
*>     O registro de controle da carga inicial da fila
*>     (PQ-TXN-ID zero) e ignorado. A carga inicial e feita pelo
*>     step POST-QUEUE-SEED, que roda antes deste no fechamento;
*>     se mesmo assim a fila nao existir, as invariantes 6 e 7
*>     sao puladas.
*>   - Imprime uma linha de excecao por problema encontrado e um
*>     resumo por tipo ao final.
*> ------------------------------------------------------------
        RECORD KEY    IS JE-KEY
        FILE STATUS   IS FS-EVENTS.

    SELECT POST-QUEUE-FILE ASSIGN TO WS-POST-QUEUE-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PQ-TXN-ID
        FILE STATUS   IS FS-POST-QUEUE.

DATA DIVISION.
FILE SECTION.

FD  JOURNAL-EVENTS-FILE.
COPY "journal-events.cpy".

FD  POST-QUEUE-FILE.
COPY "post-queue.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-JOURNAL-LINES  PIC XX.
01 FS-NOTES          PIC XX.
01 FS-EVENTS         PIC XX.
01 FS-POST-QUEUE     PIC XX.

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-JOURNAL-LINES-PATH  PIC X(64).
01 WS-JOURNAL-NOTES-PATH  PIC X(64).
01 WS-JOURNAL-EVENTS-PATH PIC X(64).
01 WS-POST-QUEUE-PATH     PIC X(64).

01 WS-EOF-SWITCH        PIC X VALUE "N".
   88 END-OF-SCAN             VALUE "Y".
01 WS-HIST-OPEN-SWITCH  PIC X VALUE "N".
   88 HIST-IS-OPEN            VALUE "Y".
01 WS-QUEUE-OPEN-SWITCH PIC X VALUE "N".
   88 QUEUE-IS-OPEN           VALUE "Y".

01 WS-ACTUAL-LINES      PIC 9(3).
01 WS-TOTAL-DEBIT       PIC S9(18).
01 WS-EXC-ORPHAN-LINE   PIC 9(6) VALUE 0.
01 WS-EXC-ORPHAN-NOTE   PIC 9(6) VALUE 0.
01 WS-EXC-ORPHAN-EVENT  PIC 9(6) VALUE 0.
01 WS-EXC-NOT-QUEUED    PIC 9(6) VALUE 0.
01 WS-EXC-STALE-QUEUE   PIC 9(6) VALUE 0.
01 WS-EXC-TOTAL         PIC 9(6) VALUE 0.

01 WS-ENTRIES-CHECKED   PIC 9(9) VALUE 0.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "DATAVRFY".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY " "
    DISPLAY "=== DATA-VERIFY - Verificacao de integridade dos dados ==="
    PERFORM RESOLVE-COMPANY-PATHS
       SET HIST-IS-OPEN TO TRUE
    END-IF

    MOVE SPACES TO FS-POST-QUEUE
    OPEN INPUT POST-QUEUE-FILE
    IF FS-POST-QUEUE = FS-OK
       SET QUEUE-IS-OPEN TO TRUE
    ELSE
       DISPLAY "Fila de postagem ainda nao existe (STATUS "
               FS-POST-QUEUE ") - invariantes da fila puladas."
    END-IF

    PERFORM CHECK-ALL-HEADERS
    PERFORM CHECK-ORPHAN-LINES
    PERFORM CHECK-ORPHAN-NOTES
    PERFORM CHECK-ORPHAN-EVENTS
    IF QUEUE-IS-OPEN
       PERFORM CHECK-QUEUE-ENTRIES
    END-IF

    CLOSE JOURNAL-FILE
    CLOSE JOURNAL-LINES-FILE
    IF HIST-IS-OPEN
       CLOSE JOURNAL-HIST-FILE
    END-IF
    IF QUEUE-IS-OPEN
       CLOSE POST-QUEUE-FILE
    END-IF

    COMPUTE WS-EXC-TOTAL = WS-EXC-LINE-COUNT + WS-EXC-UNBALANCED
          + WS-EXC-BAD-ACCOUNT + WS-EXC-ORPHAN-LINE
          + WS-EXC-ORPHAN-NOTE + WS-EXC-ORPHAN-EVENT
          + WS-EXC-NOT-QUEUED + WS-EXC-STALE-QUEUE

    DISPLAY " "
    DISPLAY "Lancamentos conferidos...............: " WS-ENTRIES-CHECKED
    DISPLAY "Linhas sem cabecalho (orfas).........: " WS-EXC-ORPHAN-LINE
    DISPLAY "Notas sem lancamento.................: " WS-EXC-ORPHAN-NOTE
    DISPLAY "Eventos sem lancamento...............: " WS-EXC-ORPHAN-EVENT
    DISPLAY "Nao postados fora da fila............: " WS-EXC-NOT-QUEUED
    DISPLAY "Sobras na fila de postagem...........: " WS-EXC-STALE-QUEUE
    DISPLAY "Total de excecoes....................: " WS-EXC-TOTAL

    IF WS-EXC-TOTAL = 0
    ELSE
       DISPLAY "*** DATA-VERIFY: arquivos com excecoes estruturais - "
               "NAO prossiga com o fechamento antes de corrigir. ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF

    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

         WS-CO-BASE-NAME
         WS-JOURNAL-EVENTS-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "post-queue" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-POST-QUEUE-PATH
         WS-CO-RETURN-STATUS
    .

CHECK-ALL-HEADERS.
    *> Invariantes 1 a 3 e 6: por lancamento, contagem de linhas,
    *> partidas dobradas, contas cadastradas e presenca na fila.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-SCAN
       READ JOURNAL-FILE NEXT RECORD
               " desequilibrado (D " WS-TOTAL-DEBIT
               " x C " WS-TOTAL-CREDIT ")"
    END-IF

    IF QUEUE-IS-OPEN
       AND JR-POSTED-FLAG OF JRS-RECORD = "N"
       AND (JR-APPROVAL-STATUS OF JRS-RECORD = "A"
            OR JR-APPROVAL-STATUS OF JRS-RECORD = "P")
       PERFORM CHECK-HEADER-QUEUED
    END-IF
    .

CHECK-HEADER-QUEUED.
    *> Invariante 6: lancamento ainda por postar tem de estar na
    *> fila do POST-LEDGER.
    MOVE JR-TXN-ID OF JRS-RECORD TO PQ-TXN-ID
    READ POST-QUEUE-FILE
    IF FS-POST-QUEUE NOT = FS-OK
       ADD 1 TO WS-EXC-NOT-QUEUED
       DISPLAY "EXCECAO: lancamento " JR-TXN-ID OF JRS-RECORD
               " nao postado (aprovacao "
               JR-APPROVAL-STATUS OF JRS-RECORD
               ") fora da fila de postagem"
    END-IF
    .

CHECK-QUEUE-ENTRIES.
    *> Invariante 7: registro da fila sem lancamento vivo por
    *> postar (o registro de controle da carga inicial, chave
    *> zero, nao aponta lancamento e fica de fora).
    MOVE "N" TO WS-EOF-SWITCH
    MOVE 0 TO PQ-TXN-ID
    START POST-QUEUE-FILE KEY IS GREATER THAN PQ-TXN-ID
    IF FS-POST-QUEUE NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL END-OF-SCAN
       READ POST-QUEUE-FILE NEXT RECORD
       IF FS-POST-QUEUE = FS-OK
          MOVE PQ-TXN-ID TO JR-TXN-ID OF JRS-RECORD
          READ JOURNAL-FILE
          EVALUATE TRUE
             WHEN FS-JOURNAL NOT = FS-OK
                ADD 1 TO WS-EXC-STALE-QUEUE
                DISPLAY "EXCECAO: fila de postagem aponta lancamento "
                        PQ-TXN-ID " inexistente no JOURNAL"
             WHEN JR-POSTED-FLAG OF JRS-RECORD = "Y"
                ADD 1 TO WS-EXC-STALE-QUEUE
                DISPLAY "EXCECAO: lancamento " PQ-TXN-ID
                        " ja postado ainda na fila de postagem"
             WHEN JR-APPROVAL-STATUS OF JRS-RECORD = "R"
                ADD 1 TO WS-EXC-STALE-QUEUE
                DISPLAY "EXCECAO: lancamento " PQ-TXN-ID
                        " rejeitado ainda na fila de postagem"
          END-EVALUATE
       ELSE
          SET END-OF-SCAN TO TRUE
       END-IF
    END-PERFORM
    .

CHECK-LINE-ACCOUNT.

    CLOSE JOURNAL-EVENTS-FILE
    .

*> ------------------------------------------------------------
*> Estatistica de execucao (tempo decorrido e volumes) para o
*> historico data/batch-stats.dat lido pelo BATCH-TREND
*> ------------------------------------------------------------
START-RUN-STATS.
    MOVE "B" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .

LOG-RUN-STATS.
    MOVE SPACES TO BS-STAT-TEXT
    MOVE "LANCTS" TO BS-ST-TAG (1)
    MOVE WS-ENTRIES-CHECKED TO BS-ST-VALUE (1)
    MOVE "EXCEC" TO BS-ST-TAG (2)
    MOVE WS-EXC-TOTAL TO BS-ST-VALUE (2)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "DV0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
