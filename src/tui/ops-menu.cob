*>     do dia (BATCH-LOG) - e nas mensagens de FIM que moram as
*>     contagens de registros de cada step (lancamentos
*>     postados, contas transportadas, importados/rejeitados).
*>   - Mostra tambem a linha de estatistica da ultima execucao
*>     de cada step (tempo decorrido e contadores, severidade S
*>     do BATCH-LOG) e o resumo da ultima analise do BATCH-TREND
*>     (steps lentos ou com volume fora do normal).
*>     Deixa o operador autorizado lancar um step avulso ou a
*>     cadeia inteira para um periodo, sem sair para o shell, e
*>     manter a agenda de batches (JOB-SCHED) que o lancador
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-BATCH-LOG.

    SELECT TREND-LAST-FILE ASSIGN TO "data/batch-trend-last.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-TREND-LAST.

DATA DIVISION.
FILE SECTION.

FD  BATCH-LOG-FILE.
01  BATCH-LOG-LINE PIC X(91).

FD  TREND-LAST-FILE.
01  TREND-LAST-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY "common.cpy".

      10 WS-STEP-LAST-RC   PIC X(2).
      10 WS-STEP-HAS-RUN   PIC X(1).
      10 WS-STEP-LAST-MSG  PIC X(60).
      10 WS-STEP-LAST-STAT PIC X(60).
         *> Ultima linha S (tempo e contadores) do step hoje
      10 WS-STEP-PERIOD-RC PIC 9(2).
      10 WS-STEP-PERIOD-OK PIC X(1).
01 WS-STEP-I        PIC 9(2).
   05 WS-BLOG-REC-CODE   PIC X(6).
   05 WS-BLOG-REC-TEXT   PIC X(60).

*> Resumo da ultima analise do BATCH-TREND
01 FS-TREND-LAST    PIC XX.
01 WS-TREND-LAST    PIC X(80).

01 WS-IL-OP-CODE        PIC X.
01 WS-IL-STATE          PIC X.
   88 BATCH-IS-RUNNING        VALUE "Y".
    MOVE "budget-import"    TO WS-STEP-NAME (12)
    MOVE "payroll-import"   TO WS-STEP-NAME (13)

    MOVE "DATAVRFY" TO WS-STEP-PROGRAM (1)
    MOVE "SEALVRFY" TO WS-STEP-PROGRAM (2)
    MOVE "CARRYFWD" TO WS-STEP-PROGRAM (3)
    MOVE "ACCRLREV" TO WS-STEP-PROGRAM (4)
    MOVE "RECOGNIT" TO WS-STEP-PROGRAM (5)
    MOVE "POSTLEDG" TO WS-STEP-PROGRAM (6)
    MOVE "GLRECON"  TO WS-STEP-PROGRAM (7)
    MOVE "TRIALBAL" TO WS-STEP-PROGRAM (8)
    MOVE "ORPHNRPT" TO WS-STEP-PROGRAM (9)
    MOVE "JRNIMPRT" TO WS-STEP-PROGRAM (10)
    MOVE "BANKIMPT" TO WS-STEP-PROGRAM (11)
    MOVE "BUDGIMPT" TO WS-STEP-PROGRAM (12)
       MOVE SPACES TO WS-STEP-LAST-RC (WS-STEP-I)
       MOVE "N"    TO WS-STEP-HAS-RUN (WS-STEP-I)
       MOVE SPACES TO WS-STEP-LAST-MSG (WS-STEP-I)
       MOVE SPACES TO WS-STEP-LAST-STAT (WS-STEP-I)
    END-PERFORM

    MOVE "N" TO WS-EOF-SWITCH
    CLOSE RUN-CTL-FILE

    PERFORM LOAD-TODAY-LOG
    PERFORM LOAD-TREND-LAST
    .

LOAD-TODAY-LOG.
                  UNTIL WS-STEP-I > 13
             IF WS-STEP-PROGRAM (WS-STEP-I) NOT = SPACES
                AND WS-STEP-PROGRAM (WS-STEP-I) = WS-BLOG-REC-PROG
                *> Linha S = estatistica; nao encobre a mensagem FIM
                IF WS-BLOG-REC-SEV = "S"
                   MOVE WS-BLOG-REC-TEXT
                     TO WS-STEP-LAST-STAT (WS-STEP-I)
                ELSE
                   MOVE WS-BLOG-REC-TEXT
                     TO WS-STEP-LAST-MSG (WS-STEP-I)
                END-IF
             END-IF
          END-PERFORM
       ELSE
    CLOSE BATCH-LOG-FILE
    .

LOAD-TREND-LAST.
    *> Uma linha so, regravada a cada execucao do BATCH-TREND
    MOVE SPACES TO WS-TREND-LAST
    MOVE SPACES TO FS-TREND-LAST
    OPEN INPUT TREND-LAST-FILE
    IF FS-TREND-LAST NOT = "00"
       EXIT PARAGRAPH
    END-IF
    READ TREND-LAST-FILE
    IF FS-TREND-LAST = "00"
       MOVE TREND-LAST-LINE TO WS-TREND-LAST
    END-IF
    CLOSE TREND-LAST-FILE
    .

NOTE-STEP-RUN.
    MOVE SPACES TO WS-RC-STEP WS-RC-RC
    UNSTRING RUN-CTL-LINE DELIMITED BY ","
       IF WS-STEP-LAST-MSG (WS-STEP-I) NOT = SPACES
          DISPLAY "      " WS-STEP-LAST-MSG (WS-STEP-I)
       END-IF
       IF WS-STEP-LAST-STAT (WS-STEP-I) NOT = SPACES
          DISPLAY "      " WS-STEP-LAST-STAT (WS-STEP-I)
       END-IF
    END-PERFORM
    IF WS-TREND-LAST NOT = SPACES
       DISPLAY "---------------------------------------"
       DISPLAY " Tendencia (BATCH-TREND): " WS-TREND-LAST
    END-IF
    DISPLAY "---------------------------------------"
    DISPLAY " 1 - Lancar um step avulso"
    DISPLAY " 2 - Lancar a cadeia inteira (nightly-close)"
