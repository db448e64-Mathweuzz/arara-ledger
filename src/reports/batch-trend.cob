>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: batch-trend.cob
*> Objetivo:
*>   - Tendencia de tempo e volume dos steps do fechamento: le o
*>     historico data/batch-stats.dat (uma linha por execucao,
*>     gravada pelo BATCH-LOG 'S' ao fim de cada step) e, para
*>     cada step da empresa selecionada, compara a execucao mais
*>     recente com a media das ate 30 execucoes anteriores.
*>   - Marca LENTO o step que rodou mais de BATCH-SLOW-PCT % acima
*>     do tempo medio e VOLUME o step cujo contador principal
*>     (o primeiro da area batch-stat.cpy) ficou mais de
*>     BATCH-VOL-PCT % acima ou abaixo da media (SYS-PARAMS;
*>     ausentes = 50 %). Steps com menos de 3 execucoes
*>     anteriores so aparecem, sem marcacao.
*>   - Qualquer marcacao termina com RC 4 (aviso); o nightly-close
*>     roda o relatorio como step informativo.
*>   - Grava em data/batch-trend-last.txt uma linha de resumo da
*>     ultima analise, exibida pelo OPS-MENU.
*>   - Impressao espoolada via RPT-SPOOL (BATCH-TREND).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-TREND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATS-FILE ASSIGN TO "data/batch-stats.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE   IS SEQUENTIAL
        FILE STATUS   IS FS-STATS.

    SELECT TREND-LAST-FILE ASSIGN TO "data/batch-trend-last.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE   IS SEQUENTIAL
        FILE STATUS   IS FS-TREND-LAST.

DATA DIVISION.
FILE SECTION.

FD  STATS-FILE.
COPY "batch-stats.cpy".

FD  TREND-LAST-FILE.
01  TREND-LAST-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-STATS             PIC XX.
01 FS-TREND-LAST        PIC XX.
01 WS-EOF-SWITCH        PIC X VALUE "N".
   88 END-OF-STATS            VALUE "Y".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-PATH           PIC X(64).
01 WS-CO-RETURN-STATUS  PIC XX.

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "BTREND".
01 WS-SP-RETURN-STATUS  PIC XX.

01 WS-SLOW-PCT          PIC 9(3) VALUE 50.
01 WS-VOL-PCT           PIC 9(3) VALUE 50.

*> Janela da media movel e minimo de execucoes para marcar
78 TREND-WINDOW         VALUE 30.
78 TREND-MIN-RUNS       VALUE 3.

01 WS-TODAY             PIC 9(8).
01 WS-NOW-TIME          PIC 9(8).

*> Um elemento por step (programa) da empresa; a primeira
*> passada conta as execucoes, a segunda acumula a janela
01 WS-STEP-TABLE.
   05 WS-ST-ENTRY OCCURS 60 TIMES.
      10 WS-ST-PROGRAM      PIC X(8).
      10 WS-ST-RUNS         PIC 9(7).
      10 WS-ST-SEEN         PIC 9(7).
      10 WS-ST-WIN-COUNT    PIC 9(3).
      10 WS-ST-WIN-ELAPSED  PIC 9(12).
      10 WS-ST-WIN-VOLUME   PIC 9(15).
      10 WS-ST-LAST-DATE    PIC 9(8).
      10 WS-ST-LAST-ELAPSED PIC 9(8).
      10 WS-ST-LAST-TAG     PIC X(6).
      10 WS-ST-LAST-VOLUME  PIC 9(9).
01 WS-ST-COUNT          PIC 9(3) VALUE 0.
01 WS-ST-I              PIC 9(3).
01 WS-ST-FOUND-SWITCH   PIC X.
   88 STEP-FOUND              VALUE "Y".
01 WS-ST-OVERFLOW       PIC 9(7) VALUE 0.
01 WS-WINDOW-START      PIC 9(7).

01 WS-AVG-ELAPSED       PIC 9(8).
01 WS-AVG-VOLUME        PIC 9(9).
01 WS-VAR-PCT           PIC S9(7).
01 WS-FLAG-TEXT         PIC X(16).
01 WS-SLOW-SWITCH       PIC X.
   88 STEP-IS-SLOW            VALUE "Y".
01 WS-VOL-SWITCH        PIC X.
   88 VOLUME-IS-ODD           VALUE "Y".

01 WS-STEPS-SHOWN       PIC 9(3) VALUE 0.
01 WS-SLOW-COUNT        PIC 9(3) VALUE 0.
01 WS-VOL-COUNT         PIC 9(3) VALUE 0.

01 WS-EDIT-SECONDS      PIC ZZZZ9.99.
01 WS-EDIT-AVG-SECONDS  PIC ZZZZ9.99.
01 WS-EDIT-PCT          PIC -(6)9.
01 WS-EDIT-VOLUME       PIC Z(8)9.
01 WS-EDIT-AVG-VOLUME   PIC Z(8)9.
01 WS-EDIT-RUNS         PIC ZZ9.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== BATCH-TREND - Tendencia de tempo e volume dos steps ==="

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME

    MOVE "R" TO WS-CO-OP-CODE
    MOVE 0 TO WS-CO-COMPANY-ID
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-CO-PATH
         WS-CO-RETURN-STATUS

    PERFORM LOAD-TREND-POLICY

    MOVE "BATCH-TREND" TO WS-RP-REPORT-NAME
    MOVE WS-TODAY TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== BATCH-TREND - Empresa " DELIMITED BY SIZE
           WS-CO-COMPANY-ID DELIMITED BY SIZE
           " - ultima execucao x media das " DELIMITED BY SIZE
           "30 anteriores - " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    *> Primeira passada: execucoes por step
    MOVE SPACES TO FS-STATS
    OPEN INPUT STATS-FILE
    IF FS-STATS NOT = FS-OK
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhuma estatistica de execucao gravada ainda."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       PERFORM WRITE-TREND-SUMMARY
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM READ-NEXT-STAT
    PERFORM UNTIL END-OF-STATS
       IF BH-COMPANY-ID = WS-CO-COMPANY-ID
          PERFORM COUNT-ONE-RUN
       END-IF
       PERFORM READ-NEXT-STAT
    END-PERFORM
    CLOSE STATS-FILE

    *> Segunda passada: janela das ultimas execucoes anteriores
    *> e a execucao mais recente de cada step
    MOVE "N" TO WS-EOF-SWITCH
    MOVE SPACES TO FS-STATS
    OPEN INPUT STATS-FILE
    PERFORM READ-NEXT-STAT
    PERFORM UNTIL END-OF-STATS
       IF BH-COMPANY-ID = WS-CO-COMPANY-ID
          PERFORM ACCUMULATE-ONE-RUN
       END-IF
       PERFORM READ-NEXT-STAT
    END-PERFORM
    CLOSE STATS-FILE

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Step     Data     Execs  Media(s)  Ultima(s)    Var%  "
           DELIMITED BY SIZE
           "Contad Media vol.    Ultimo  Marcacao" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > WS-ST-COUNT
       PERFORM PRINT-ONE-STEP
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Steps analisados: " DELIMITED BY SIZE
           WS-STEPS-SHOWN DELIMITED BY SIZE
           "   mais lentos que a media: " DELIMITED BY SIZE
           WS-SLOW-COUNT DELIMITED BY SIZE
           "   volume fora do normal: " DELIMITED BY SIZE
           WS-VOL-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-ST-OVERFLOW NOT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Mais de 60 steps no historico - " DELIMITED BY SIZE
              WS-ST-OVERFLOW DELIMITED BY SIZE
              " execucao(oes) fora da analise. ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM CLOSE-REPORT-SPOOL
    PERFORM WRITE-TREND-SUMMARY

    *> RC so depois dos CALLs, que devolvem o RETURN-CODE deles
    IF WS-SLOW-COUNT NOT = 0 OR WS-VOL-COUNT NOT = 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LOAD-TREND-POLICY.
    *> Limites centrais (SYS-PARAMS); ausente = defaults do VALUE
    MOVE SPACE TO WS-SP-RECORD
    MOVE "BATCH-SLOW-PCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-SLOW-PCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "BATCH-VOL-PCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-VOL-PCT
    END-IF
    .

READ-NEXT-STAT.
    READ STATS-FILE
    IF FS-STATS NOT = FS-OK
       SET END-OF-STATS TO TRUE
    END-IF
    .

FIND-STEP.
    MOVE "N" TO WS-ST-FOUND-SWITCH
    PERFORM VARYING WS-ST-I FROM 1 BY 1
            UNTIL WS-ST-I > WS-ST-COUNT OR STEP-FOUND
       IF WS-ST-PROGRAM (WS-ST-I) = BH-PROGRAM
          MOVE "Y" TO WS-ST-FOUND-SWITCH
       END-IF
    END-PERFORM
    *> O VARYING avanca um alem do elemento encontrado
    IF STEP-FOUND
       SUBTRACT 1 FROM WS-ST-I
    END-IF
    .

COUNT-ONE-RUN.
    PERFORM FIND-STEP
    IF NOT STEP-FOUND
       IF WS-ST-COUNT >= 60
          ADD 1 TO WS-ST-OVERFLOW
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-ST-COUNT
       MOVE WS-ST-COUNT TO WS-ST-I
       INITIALIZE WS-ST-ENTRY (WS-ST-I)
       MOVE BH-PROGRAM TO WS-ST-PROGRAM (WS-ST-I)
    END-IF
    ADD 1 TO WS-ST-RUNS (WS-ST-I)
    .

ACCUMULATE-ONE-RUN.
    PERFORM FIND-STEP
    IF NOT STEP-FOUND
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ST-SEEN (WS-ST-I)

    *> A ultima execucao do step e a comparada
    IF WS-ST-SEEN (WS-ST-I) = WS-ST-RUNS (WS-ST-I)
       MOVE BH-DATE       TO WS-ST-LAST-DATE (WS-ST-I)
       MOVE BH-ELAPSED-CS TO WS-ST-LAST-ELAPSED (WS-ST-I)
       MOVE BH-TAG (1)    TO WS-ST-LAST-TAG (WS-ST-I)
       MOVE BH-VALUE (1)  TO WS-ST-LAST-VOLUME (WS-ST-I)
       EXIT PARAGRAPH
    END-IF

    *> Janela: as ate 30 execucoes imediatamente anteriores
    IF WS-ST-RUNS (WS-ST-I) > TREND-WINDOW
       COMPUTE WS-WINDOW-START = WS-ST-RUNS (WS-ST-I) - TREND-WINDOW
    ELSE
       MOVE 1 TO WS-WINDOW-START
    END-IF
    IF WS-ST-SEEN (WS-ST-I) >= WS-WINDOW-START
       ADD 1 TO WS-ST-WIN-COUNT (WS-ST-I)
       ADD BH-ELAPSED-CS TO WS-ST-WIN-ELAPSED (WS-ST-I)
       ADD BH-VALUE (1)  TO WS-ST-WIN-VOLUME (WS-ST-I)
    END-IF
    .

PRINT-ONE-STEP.
    ADD 1 TO WS-STEPS-SHOWN
    MOVE SPACES TO WS-FLAG-TEXT
    MOVE "N" TO WS-SLOW-SWITCH
    MOVE "N" TO WS-VOL-SWITCH
    MOVE 0 TO WS-AVG-ELAPSED WS-AVG-VOLUME WS-VAR-PCT

    IF WS-ST-WIN-COUNT (WS-ST-I) > 0
       COMPUTE WS-AVG-ELAPSED ROUNDED = WS-ST-WIN-ELAPSED (WS-ST-I)
                                      / WS-ST-WIN-COUNT (WS-ST-I)
       COMPUTE WS-AVG-VOLUME ROUNDED = WS-ST-WIN-VOLUME (WS-ST-I)
                                     / WS-ST-WIN-COUNT (WS-ST-I)
    END-IF
    IF WS-AVG-ELAPSED > 0
       COMPUTE WS-VAR-PCT ROUNDED =
               (WS-ST-LAST-ELAPSED (WS-ST-I) - WS-AVG-ELAPSED) * 100
               / WS-AVG-ELAPSED
    END-IF

    IF WS-ST-WIN-COUNT (WS-ST-I) >= TREND-MIN-RUNS
       *> Mais lento que a media + tolerancia
       IF WS-ST-LAST-ELAPSED (WS-ST-I) * 100
          > WS-AVG-ELAPSED * (100 + WS-SLOW-PCT)
          SET STEP-IS-SLOW TO TRUE
       END-IF
       *> Volume acima ou abaixo da faixa da media
       IF WS-ST-LAST-VOLUME (WS-ST-I) * 100
          > WS-AVG-VOLUME * (100 + WS-VOL-PCT)
          SET VOLUME-IS-ODD TO TRUE
       END-IF
       IF WS-VOL-PCT < 100
          AND WS-ST-LAST-VOLUME (WS-ST-I) * 100
              < WS-AVG-VOLUME * (100 - WS-VOL-PCT)
          SET VOLUME-IS-ODD TO TRUE
       END-IF
    ELSE
       MOVE "(poucas execs)" TO WS-FLAG-TEXT
    END-IF

    IF STEP-IS-SLOW
       ADD 1 TO WS-SLOW-COUNT
       MOVE "LENTO" TO WS-FLAG-TEXT
    END-IF
    IF VOLUME-IS-ODD
       ADD 1 TO WS-VOL-COUNT
       IF STEP-IS-SLOW
          MOVE "LENTO+VOLUME" TO WS-FLAG-TEXT
       ELSE
          MOVE "VOLUME" TO WS-FLAG-TEXT
       END-IF
    END-IF

    MOVE WS-ST-WIN-COUNT (WS-ST-I) TO WS-EDIT-RUNS
    COMPUTE WS-EDIT-AVG-SECONDS = WS-AVG-ELAPSED / 100
    COMPUTE WS-EDIT-SECONDS = WS-ST-LAST-ELAPSED (WS-ST-I) / 100
    MOVE WS-VAR-PCT TO WS-EDIT-PCT
    MOVE WS-AVG-VOLUME TO WS-EDIT-AVG-VOLUME
    MOVE WS-ST-LAST-VOLUME (WS-ST-I) TO WS-EDIT-VOLUME

    MOVE SPACES TO WS-RP-LINE
    STRING WS-ST-PROGRAM (WS-ST-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ST-LAST-DATE (WS-ST-I) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-EDIT-RUNS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-AVG-SECONDS DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-EDIT-SECONDS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-PCT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ST-LAST-TAG (WS-ST-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-AVG-VOLUME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-VOLUME DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FLAG-TEXT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

WRITE-TREND-SUMMARY.
    *> Uma linha so, sobrescrita a cada analise (OPS-MENU)
    MOVE SPACES TO FS-TREND-LAST
    OPEN OUTPUT TREND-LAST-FILE
    IF FS-TREND-LAST NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO TREND-LAST-LINE
    STRING WS-TODAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NOW-TIME (1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-NOW-TIME (3:2) DELIMITED BY SIZE
           " emp " DELIMITED BY SIZE
           WS-CO-COMPANY-ID DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-STEPS-SHOWN DELIMITED BY SIZE
           " steps, " DELIMITED BY SIZE
           WS-SLOW-COUNT DELIMITED BY SIZE
           " lentos, " DELIMITED BY SIZE
           WS-VOL-COUNT DELIMITED BY SIZE
           " c/ volume fora do normal" DELIMITED BY SIZE
      INTO TREND-LAST-LINE
    WRITE TREND-LAST-LINE
    CLOSE TREND-LAST-FILE
    .

EMIT-REPORT-LINE.
    *> Cada linha do relatorio sai no terminal e no spool
    DISPLAY WS-RP-LINE
    MOVE "L" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .

OPEN-REPORT-SPOOL.
    MOVE "O" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    IF WS-RP-RETURN-STATUS NOT = "00"
       DISPLAY "Aviso: spool de impressao indisponivel (STATUS "
               WS-RP-RETURN-STATUS ") - relatorio so no terminal."
    END-IF
    .

CLOSE-REPORT-SPOOL.
    MOVE "C" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .
