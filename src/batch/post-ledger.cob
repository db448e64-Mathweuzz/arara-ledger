*> ------------------------------------------------------------
*> Programa: post-ledger.cob
*> Objetivo:
*>   - Programa batch que le a fila de lancamentos nao postados
*>     (POST-QUEUE - ver post-queue.cpy, alimentada pelo
*>     JOURNAL-IO no 'C'/'A'/'V'), soma debitos e creditos de
*>     CADA linha (por conta propria) no arquivo LEDGER (via
*>     subprograma LEDGER-IO) e, ao final de cada lancamento,
*>     regrava o registro no JOURNAL com JR-POSTED-FLAG = 'Y' e
*>     retira o lancamento da fila.
*>   - O custo da execucao acompanha o volume pendente, nao o
*>     tamanho do JOURNAL: cada registro da fila leva a uma
*>     leitura do JOURNAL pela chave primaria. Lancamento ainda
*>     pendente de aprovacao ('P') continua na fila (e contado
*>     como aguardando aprovacao); lancamento ja postado,
*>     rejeitado ou inexistente e so retirado da fila.
*>   - Antes de ler a fila, garante a carga inicial dela a partir
*>     do JOURNAL (POST-QUEUE-IO 'S' - lancamentos com
*>     JR-POSTED-FLAG = 'N' aprovados ou pendentes), feita uma
*>     unica vez por empresa e marcada pelo registro de controle
*>     da fila (PQ-TXN-ID zero), exista o arquivo ou nao. No
*>     fechamento noturno a carga ja foi feita pelo step
*>     POST-QUEUE-SEED; aqui ela so cobre a execucao avulsa. O
*>     registro de controle nunca e processado nem retirado.
*>   - Acesso ao JOURNAL e a fila e feito diretamente (leitura
*>     pela chave + rewrite/delete), pois esse padrao de acesso
*>     nao se encaixa no CRUD pontual do JOURNAL-IO.
*>     As linhas de debito/credito de cada lancamento moraram
*>     para o arquivo indexado JOURNAL-LINES (ver
*>     journal-lines.cpy); por esse mesmo motivo de padrao de
*>     (FC-LEDGER, por conta+periodo+moeda, via FC-LEDGER-IO) -
*>     e dele que o FX-REVAL tira o fechamento em moeda de
*>     verdade e que o razao mostra as duas moedas.
*>   - Lancamento do livro de ajustes IFRS (JR-BOOK = 'I') e
*>     postado no livro paralelo IFRS-LEDGER (via LEDGER-BOOK-IO),
*>     sem tocar o LEDGER societario, o FC-LEDGER nem o DAILY-BAL;
*>     os demais seguem para o LEDGER como sempre.
*>   - Checkpoint/restart: a cada WS-CHECKPOINT-INTERVAL lancamentos
*>     postados com sucesso, a posicao na fila (PQ-TXN-ID do ultimo
*>     lancamento processado) e gravada no arquivo de checkpoint. Se
*>     a execucao anterior tiver sido interrompida (abend), a proxima
*>     chamada retoma a leitura da fila a partir dali. Lancamento
*>     postado mas ainda na fila (abend entre o rewrite e a retirada)
*>     e reconhecido pelo JR-POSTED-FLAG = 'Y' e so retirado - nunca
*>     postado duas vezes. Ao concluir a leitura da fila ate o fim,
*>     o checkpoint e zerado, para que a proxima execucao normal
*>     volte a ler desde o comeco (pegando lancamentos novos com
*>     JR-TXN-ID menor que o ultimo ja postado).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
        RECORD KEY    IS JL-KEY
        FILE STATUS   IS FS-JOURNAL-LINES.

    SELECT POST-QUEUE-FILE ASSIGN TO WS-POST-QUEUE-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PQ-TXN-ID
        FILE STATUS   IS FS-POST-QUEUE.

    SELECT CHECKPOINT-FILE ASSIGN TO "data/post-ledger.ckp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-CHECKPOINT.
FD  JOURNAL-LINES-FILE.
COPY "journal-lines.cpy".

FD  POST-QUEUE-FILE.
COPY "post-queue.cpy".

FD  CHECKPOINT-FILE.
01  CHECKPOINT-LINE PIC X(12).

01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-JOURNAL-PATH PIC X(64).
01 WS-JOURNAL-LINES-PATH PIC X(64).
01 WS-POST-QUEUE-PATH PIC X(64).

01 FS-JOURNAL PIC XX.
01 FS-JOURNAL-LINES PIC XX.
01 FS-POST-QUEUE PIC XX.
01 FS-CHECKPOINT PIC XX.

78 WS-CHECKPOINT-INTERVAL VALUE 100.
01 WS-LG-OP-CODE       PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS PIC XX.
*> Livro de destino do lancamento corrente: 'L' = LEDGER,
*> 'I' = IFRS-LEDGER (LEDGER-BOOK-IO)
01 WS-LG-BOOK          PIC X(1).
01 WS-IFRS-ENTRIES     PIC 9(9) VALUE 0.

*> Saldo paralelo em moeda estrangeira (FC-LEDGER-IO)
01 WS-FC-OP-CODE       PIC X.
01 WS-ENTRIES-POSTED    PIC 9(9) VALUE 0.
01 WS-LINES-POSTED       PIC 9(9) VALUE 0.
01 WS-ENTRIES-PENDING    PIC 9(9) VALUE 0.
01 WS-QUEUE-EOF-SWITCH   PIC X VALUE "N".
   88 END-OF-QUEUE             VALUE "Y".
01 WS-ENTRIES-DEQUEUED   PIC 9(9) VALUE 0.
01 WS-ENTRIES-SEEDED     PIC 9(9) VALUE 0.

*> Carga inicial da fila (POST-QUEUE-IO 'S')
01 WS-PQ-OP-CODE        PIC X.
COPY "post-queue.cpy" REPLACING ==PQ-RECORD== BY ==WS-PQ-RECORD==.
01 WS-PQ-RETURN-STATUS  PIC XX.

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-ACCEPT-DATE       PIC 9(8).
01 WS-ACCEPT-TIME       PIC 9(8).

COPY "batch-stat.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY "POST-LEDGER - Iniciando apuracao do LEDGER".

    MOVE "I" TO WS-BL-SEVERITY
    PERFORM WRITE-BATCH-LOG

    PERFORM RESOLVE-COMPANY-PATHS
    PERFORM SEED-POST-QUEUE

    MOVE SPACES TO FS-JOURNAL
    OPEN I-O JOURNAL-FILE
       STOP RUN
    END-IF

    MOVE SPACES TO FS-POST-QUEUE
    OPEN I-O POST-QUEUE-FILE
    IF FS-POST-QUEUE NOT = FS-OK
       DISPLAY "Erro ao abrir POST-QUEUE-FILE. STATUS: " FS-POST-QUEUE
       CLOSE JOURNAL-FILE
       CLOSE JOURNAL-LINES-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM READ-CHECKPOINT
    IF WS-CHECKPOINT-ID NOT = 0
       DISPLAY "Checkpoint encontrado. Retomando a fila apos: "
               WS-CHECKPOINT-ID
       MOVE WS-CHECKPOINT-ID TO PQ-TXN-ID OF PQ-RECORD
       START POST-QUEUE-FILE KEY IS GREATER THAN PQ-TXN-ID OF PQ-RECORD
       IF FS-POST-QUEUE NOT = FS-OK
          *> Nada alem do checkpoint: leitura anterior ja tinha
          *> chegado ao fim da fila.
          SET END-OF-QUEUE TO TRUE
       END-IF
    END-IF

    PERFORM UNTIL END-OF-QUEUE
       READ POST-QUEUE-FILE NEXT RECORD
       IF FS-POST-QUEUE = FS-OK
          PERFORM PROCESS-QUEUE-ENTRY
       ELSE
          SET END-OF-QUEUE TO TRUE
       END-IF
    END-PERFORM

    CLOSE JOURNAL-FILE
    CLOSE JOURNAL-LINES-FILE
    CLOSE POST-QUEUE-FILE
    PERFORM CLEAR-CHECKPOINT

    IF WS-ENTRIES-SEEDED NOT = 0
       DISPLAY "Carga inicial da fila.: " WS-ENTRIES-SEEDED
    END-IF
    DISPLAY "Lancamentos postados.: " WS-ENTRIES-POSTED
    DISPLAY "Linhas postadas......: " WS-LINES-POSTED
    DISPLAY "Lanc. no livro IFRS..: " WS-IFRS-ENTRIES
    DISPLAY "Aguardando aprovacao.: " WS-ENTRIES-PENDING
    DISPLAY "Retirados sem postar.: " WS-ENTRIES-DEQUEUED

    DISPLAY " "
    DISPLAY "Apos conferir o balancete (TRIAL-BAL), informe o periodo"
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    DISPLAY "POST-LEDGER - Fim de apuracao".
    PERFORM LOG-RUN-STATS
    STOP RUN
    .

         WS-CO-BASE-NAME
         WS-JOURNAL-LINES-PATH
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

SEED-POST-QUEUE.
    *> Carga inicial da fila (POST-QUEUE-IO 'S'): "22" = ja feita
    *> antes, "00" = feita agora, com a quantidade carregada em
    *> PQ-TXN-ID.
    MOVE "S" TO WS-PQ-OP-CODE
    INITIALIZE WS-PQ-RECORD
    CALL "POST-QUEUE-IO" USING
         WS-PQ-OP-CODE
         WS-PQ-RECORD
         WS-PQ-RETURN-STATUS

    EVALUATE WS-PQ-RETURN-STATUS
       WHEN FS-DUPLICATE-KEY
          CONTINUE
       WHEN FS-OK
          MOVE PQ-TXN-ID OF WS-PQ-RECORD TO WS-ENTRIES-SEEDED
          MOVE "I" TO WS-BL-SEVERITY
          MOVE "PL0010" TO WS-BL-MSG-CODE
          MOVE SPACES TO WS-BL-TEXT
          STRING "CARGA INICIAL DA FILA: " DELIMITED BY SIZE
                 WS-ENTRIES-SEEDED         DELIMITED BY SIZE
                 " LANC"                   DELIMITED BY SIZE
            INTO WS-BL-TEXT
          PERFORM WRITE-BATCH-LOG
       WHEN OTHER
          DISPLAY "Erro na carga inicial da fila. STATUS: "
                  WS-PQ-RETURN-STATUS
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE
    .

PROCESS-QUEUE-ENTRY.
    *> Um registro da fila: le o lancamento pela chave primaria e
    *> decide entre postar, manter na fila ou so retirar.
    IF PQ-IS-SEED-CONTROL OF PQ-RECORD
       *> Registro de controle da carga inicial: fica na fila
       EXIT PARAGRAPH
    END-IF
    MOVE PQ-TXN-ID OF PQ-RECORD TO JR-TXN-ID
    READ JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       DISPLAY "Aviso: lancamento " PQ-TXN-ID OF PQ-RECORD
               " da fila nao existe no JOURNAL-FILE - retirado."
       PERFORM DEQUEUE-CURRENT-ENTRY
       ADD 1 TO WS-ENTRIES-DEQUEUED
       EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
       WHEN JR-POSTED-FLAG = "Y"
          *> Ja postado (execucao interrompida antes da retirada)
          PERFORM DEQUEUE-CURRENT-ENTRY
          ADD 1 TO WS-ENTRIES-DEQUEUED
       WHEN JR-APPROVAL-STATUS = "A"
          PERFORM POST-ONE-ENTRY
          PERFORM DEQUEUE-CURRENT-ENTRY
       WHEN JR-APPROVAL-STATUS = "P"
          ADD 1 TO WS-ENTRIES-PENDING
       WHEN OTHER
          *> Rejeitado: nunca sera postado
          PERFORM DEQUEUE-CURRENT-ENTRY
          ADD 1 TO WS-ENTRIES-DEQUEUED
    END-EVALUATE
    .

DEQUEUE-CURRENT-ENTRY.
    DELETE POST-QUEUE-FILE RECORD
    IF FS-POST-QUEUE NOT = FS-OK
       DISPLAY "Erro ao retirar o lancamento " PQ-TXN-ID OF PQ-RECORD
               " da fila - STATUS: " FS-POST-QUEUE
    END-IF
    .

CLOSE-REPORTED-PERIOD.
       MOVE JR-DATE (1:6) TO WS-PERIOD
    END-IF

    IF JR-BOOK-IFRS
       MOVE "I" TO WS-LG-BOOK
       ADD 1 TO WS-IFRS-ENTRIES
    ELSE
       MOVE "L" TO WS-LG-BOOK
    END-IF

    MOVE JR-TXN-ID TO JL-TXN-ID
    MOVE 1         TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY

    ADD 1 TO WS-RECS-SINCE-CKPT
    IF WS-RECS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
       MOVE PQ-TXN-ID OF PQ-RECORD TO WS-CHECKPOINT-ID
       PERFORM WRITE-CHECKPOINT
       MOVE 0 TO WS-RECS-SINCE-CKPT
    END-IF
    MOVE WS-PERIOD          TO LG-PERIOD     OF WS-LG-RECORD

    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS

    IF WS-LG-RETURN-STATUS NOT = FS-OK
       *> Ainda nao existe saldo para esta conta+periodo: comeca zerado
          - LG-CREDIT-CENTS  OF WS-LG-RECORD

    MOVE "W" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS

    *> Ajuste IFRS nao mexe no saldo em moeda nem no saldo diario
    *> de caixa, que sao do livro societario
    IF WS-LG-BOOK = "I"
       EXIT PARAGRAPH
    END-IF

    IF JL-LINE-ORIG-CCY NOT = SPACES
       PERFORM FEED-FC-LEDGER
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
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
    MOVE WS-ENTRIES-POSTED TO BS-ST-VALUE (1)
    MOVE "LINHAS" TO BS-ST-TAG (2)
    MOVE WS-LINES-POSTED TO BS-ST-VALUE (2)
    MOVE "PENDEN" TO BS-ST-TAG (3)
    MOVE WS-ENTRIES-PENDING TO BS-ST-VALUE (3)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "PL0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
