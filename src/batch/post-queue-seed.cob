>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: post-queue-seed.cob
*> Objetivo:
*>   - Primeiro step do fechamento noturno: garante que a fila de
*>     lancamentos nao postados (POST-QUEUE) ja recebeu a carga
*>     inicial a partir do JOURNAL (POST-QUEUE-IO 'S') antes do
*>     DATA-VERIFY conferir a fila. Empresa anterior a fila pode
*>     ja ter o arquivo criado pelo primeiro lancamento incluido
*>     (JOURNAL-IO 'C'), sem os nao postados antigos - e o
*>     registro de controle da fila, nao a existencia do arquivo,
*>     que diz se a carga ja foi feita.
*>   - Carga ja feita: segue em silencio. Erro de acesso: RC 8,
*>     o job abenda como no DATA-VERIFY.
*>   - Roda sobre a empresa selecionada, como os demais steps da
*>     cadeia (o nightly-close.sh fixa a empresa antes).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. POST-QUEUE-SEED.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-PQ-OP-CODE        PIC X.
COPY "post-queue.cpy" REPLACING ==PQ-RECORD== BY ==WS-PQ-RECORD==.
01 WS-PQ-RETURN-STATUS  PIC XX.

01 WS-ENTRIES-SEEDED    PIC 9(9) VALUE 0.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "PQSEED".
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
    DISPLAY "=== POST-QUEUE-SEED - Carga inicial da fila de postagem ==="

    MOVE "S" TO WS-PQ-OP-CODE
    INITIALIZE WS-PQ-RECORD
    CALL "POST-QUEUE-IO" USING
         WS-PQ-OP-CODE
         WS-PQ-RECORD
         WS-PQ-RETURN-STATUS

    EVALUATE WS-PQ-RETURN-STATUS
       WHEN FS-DUPLICATE-KEY
          DISPLAY "Carga inicial da fila ja feita anteriormente."
       WHEN FS-OK
          MOVE PQ-TXN-ID OF WS-PQ-RECORD TO WS-ENTRIES-SEEDED
          DISPLAY "Lancamentos carregados na fila: " WS-ENTRIES-SEEDED
          MOVE "W" TO WS-BL-OP-CODE
          MOVE "I" TO WS-BL-SEVERITY
          MOVE "PQ0010" TO WS-BL-MSG-CODE
          MOVE SPACES TO WS-BL-TEXT
          STRING "CARGA INICIAL DA FILA: " DELIMITED BY SIZE
                 WS-ENTRIES-SEEDED         DELIMITED BY SIZE
                 " LANC"                   DELIMITED BY SIZE
            INTO WS-BL-TEXT
          CALL "BATCH-LOG" USING
               WS-BL-OP-CODE
               WS-BL-PROGRAM
               WS-BL-SEVERITY
               WS-BL-MSG-CODE
               WS-BL-TEXT
               WS-BL-RETURN-STATUS
       WHEN OTHER
          DISPLAY "*** Erro na carga inicial da fila - STATUS: "
                  WS-PQ-RETURN-STATUS " ***"
          MOVE 8 TO WS-FINAL-RC
    END-EVALUATE

    DISPLAY "POST-QUEUE-SEED - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
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
    MOVE "CARGA" TO BS-ST-TAG (1)
    MOVE WS-ENTRIES-SEEDED TO BS-ST-VALUE (1)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "PQ0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
