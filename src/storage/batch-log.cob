*>     O MENU consulta o arquivo do dia filtrando por severidade,
*>     e o nightly-close.sh resume a contagem de E por step no
*>     fim do job.
*>   - Estatistica de execucao: o batch chama 'B' no inicio e
*>     'S' no fim normal, passando em L-BL-TEXT a area
*>     batch-stat.cpy (ate 3 contadores de volume). O 'S' grava
*>     no log do dia uma linha de severidade S (tempo decorrido e
*>     contadores) e appenda o registro batch-stats.cpy em
*>     data/batch-stats.dat com a empresa corrente - historico
*>     lido pelo BATCH-TREND.
*>   - Operacoes:
*>       'W' = Write (appenda uma mensagem ao log do dia)
*>       'B' = Begin (marca o inicio da execucao do batch)
*>       'S' = Statistic (tempo decorrido desde o 'B' e
*>             contadores de volume)
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-LOG.
        ACCESS MODE   IS SEQUENTIAL
        FILE STATUS   IS FS-LOG.

    SELECT STATS-FILE ASSIGN TO "data/batch-stats.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE   IS SEQUENTIAL
        FILE STATUS   IS FS-STATS.

DATA DIVISION.
FILE SECTION.

FD  LOG-FILE.
01  LOG-LINE PIC X(91).

FD  STATS-FILE.
COPY "batch-stats.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

   05 WS-LR-MSG-CODE  PIC X(6).
   05 WS-LR-TEXT      PIC X(60).

*> Inicio da execucao (operacao 'B'); permanece na memoria do
*> subprograma ate o 'S' do mesmo batch
01 FS-STATS          PIC XX.
01 WS-START-DATE     PIC 9(8) VALUE 0.
01 WS-START-TIME     PIC 9(8) VALUE 0.
01 WS-START-CS       PIC 9(8) VALUE 0.
01 WS-NOW-CS         PIC 9(8) VALUE 0.
01 WS-ELAPSED-CS     PIC 9(8) VALUE 0.
01 WS-TIME-PARTS.
   05 WS-TP-HH       PIC 99.
   05 WS-TP-MM       PIC 99.
   05 WS-TP-SS       PIC 99.
   05 WS-TP-CC       PIC 99.
01 WS-TIME-NUM REDEFINES WS-TIME-PARTS PIC 9(8).
01 WS-STAT-IDX       PIC 9.
01 WS-STAT-POS       PIC 99.
01 WS-ED-ELAPSED     PIC ZZZZ9.99.
01 WS-ED-VALUE       PIC Z(7)9.

01 WS-CO-OP-CODE     PIC X.
01 WS-CO-COMPANY-ID  PIC 9(2).
01 WS-CO-BASE-NAME   PIC X(20).
01 WS-CO-PATH        PIC X(64).
01 WS-CO-STATUS      PIC XX.

COPY "batch-stat.cpy".

LINKAGE SECTION.
01 L-BL-OP-CODE        PIC X.
01 L-BL-PROGRAM        PIC X(8).

    EVALUATE L-BL-OP-CODE
       WHEN "W"
          MOVE L-BL-SEVERITY TO WS-LR-SEVERITY
          MOVE L-BL-MSG-CODE TO WS-LR-MSG-CODE
          MOVE L-BL-TEXT     TO WS-LR-TEXT
          PERFORM APPEND-MESSAGE
       WHEN "B"
          PERFORM BEGIN-RUN
       WHEN "S"
          PERFORM WRITE-RUN-STATS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-BL-RETURN-STATUS
    END-EVALUATE
    MOVE WS-LOG-DATE  TO WS-LR-DATE
    MOVE WS-LOG-TIME  TO WS-LR-TIME
    MOVE L-BL-PROGRAM TO WS-LR-PROGRAM

    MOVE WS-LOG-RECORD TO LOG-LINE
    WRITE LOG-LINE

    CLOSE LOG-FILE
    .

*> ------------------------------------------------------------
*> Marca o inicio da execucao do batch chamador
*> ------------------------------------------------------------
BEGIN-RUN.
    ACCEPT WS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-START-TIME FROM TIME
    MOVE WS-START-TIME TO WS-TIME-NUM
    PERFORM TIME-TO-CS
    MOVE WS-NOW-CS TO WS-START-CS
    .

*> ------------------------------------------------------------
*> Converte WS-TIME-PARTS (HHMMSSCC) em centesimos desde 00:00
*> ------------------------------------------------------------
TIME-TO-CS.
    COMPUTE WS-NOW-CS = ((WS-TP-HH * 60 + WS-TP-MM) * 60
                         + WS-TP-SS) * 100 + WS-TP-CC
    .

*> ------------------------------------------------------------
*> Tempo decorrido desde o 'B' + contadores: linha S no log do
*> dia e registro no historico data/batch-stats.dat. Sem 'B'
*> previo o tempo fica zerado (so os volumes valem).
*> ------------------------------------------------------------
WRITE-RUN-STATS.
    MOVE L-BL-TEXT TO BS-STAT-TEXT

    ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
    ACCEPT WS-LOG-TIME FROM TIME
    MOVE 0 TO WS-ELAPSED-CS
    IF WS-START-DATE NOT = 0
       MOVE WS-LOG-TIME TO WS-TIME-NUM
       PERFORM TIME-TO-CS
       *> Virada da meia-noite durante a execucao
       IF WS-NOW-CS < WS-START-CS
          ADD 8640000 TO WS-NOW-CS
       END-IF
       COMPUTE WS-ELAPSED-CS = WS-NOW-CS - WS-START-CS
    END-IF

    *> Linha legivel no log do dia (severidade S)
    MOVE SPACES TO WS-LR-TEXT
    MOVE 1 TO WS-STAT-POS
    COMPUTE WS-ED-ELAPSED = WS-ELAPSED-CS / 100
    STRING "T=" DELIMITED BY SIZE
           WS-ED-ELAPSED DELIMITED BY SIZE
           "s" DELIMITED BY SIZE
      INTO WS-LR-TEXT WITH POINTER WS-STAT-POS
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 3
       IF BS-ST-TAG (WS-STAT-IDX) NOT = SPACES
          MOVE BS-ST-VALUE (WS-STAT-IDX) TO WS-ED-VALUE
          STRING " " DELIMITED BY SIZE
                 BS-ST-TAG (WS-STAT-IDX) DELIMITED BY SPACE
                 "=" DELIMITED BY SIZE
                 WS-ED-VALUE DELIMITED BY SIZE
            INTO WS-LR-TEXT WITH POINTER WS-STAT-POS
       END-IF
    END-PERFORM
    MOVE "S" TO WS-LR-SEVERITY
    MOVE L-BL-MSG-CODE TO WS-LR-MSG-CODE
    PERFORM APPEND-MESSAGE
    IF L-BL-RETURN-STATUS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    *> Registro do historico, com a empresa corrente
    MOVE "R" TO WS-CO-OP-CODE
    MOVE 0 TO WS-CO-COMPANY-ID
    CALL "COMPANY-CTL" USING WS-CO-OP-CODE WS-CO-COMPANY-ID
                             WS-CO-BASE-NAME WS-CO-PATH
                             WS-CO-STATUS

    MOVE SPACES TO FS-STATS
    OPEN EXTEND STATS-FILE
    IF FS-STATS = FS-NOT-FOUND
       OPEN OUTPUT STATS-FILE
    END-IF
    IF FS-STATS NOT = FS-OK
       MOVE FS-STATS TO L-BL-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE WS-LOG-DATE      TO BH-DATE
    MOVE WS-LOG-TIME      TO BH-TIME
    MOVE L-BL-PROGRAM     TO BH-PROGRAM
    MOVE WS-CO-COMPANY-ID TO BH-COMPANY-ID
    MOVE WS-ELAPSED-CS    TO BH-ELAPSED-CS
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 3
       MOVE BS-ST-TAG (WS-STAT-IDX)   TO BH-TAG (WS-STAT-IDX)
       IF BS-ST-TAG (WS-STAT-IDX) = SPACES
          MOVE 0 TO BH-VALUE (WS-STAT-IDX)
       ELSE
          MOVE BS-ST-VALUE (WS-STAT-IDX) TO BH-VALUE (WS-STAT-IDX)
       END-IF
    END-PERFORM
    WRITE BH-RECORD
    MOVE FS-STATS TO L-BL-RETURN-STATUS

    CLOSE STATS-FILE
    .
