*>     estrangeira (FC-LEDGER, por conta+moeda): o FC-CLOSING que
*>     o FX-REVAL revaloriza e que o razao mostra em duas moedas
*>     precisa acumular desde o primeiro movimento, nao so o mes.
*>   - E no livro paralelo de ajustes IFRS (IFRS-LEDGER), para
*>     que a visao "local + IFRS" dos relatorios carregue o
*>     efeito acumulado dos ajustes de um mes para o outro.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CARRY-FWD.
01 WS-FC-CARRIED        PIC 9(6) VALUE 0.
01 WS-FC-MOVEMENT       PIC S9(18).

*> Transporte do livro de ajustes IFRS (IFRS-LEDGER-IO): mesmo
*> padrao de duas fases do FC acima - colhe e depois grava.
01 WS-IL-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-IL-RECORD==.
01 WS-IL-RETURN-STATUS  PIC XX.

01 WS-TGT-IL-OP-CODE       PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-TGT-IL-RECORD==.
01 WS-TGT-IL-RETURN-STATUS PIC XX.

01 WS-IL-SRC-TABLE.
   05 WS-IL-SRC-ENTRY OCCURS 500 TIMES.
      10 WS-IL-SRC-KIND PIC X.
         *> 'C' = fechamento do periodo anterior a transportar;
         *> 'A' = movimentacao do 13o periodo (virada de ano)
      10 WS-IL-SRC-REC  PIC X(92).
01 WS-IL-SRC-COUNT      PIC 9(3) VALUE 0.
01 WS-IL-SRC-I          PIC 9(3).
01 WS-IL-CARRIED        PIC 9(6) VALUE 0.
01 WS-IL-MOVEMENT       PIC S9(18).

COPY "batch-stat.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY " "
    DISPLAY "=== CARRY-FWD - Transporte de saldos entre periodos ==="

    END-IF

    PERFORM CARRY-FC-BALANCES
    PERFORM CARRY-IFRS-BALANCES

    DISPLAY "Contas com saldo transportado.....: " WS-ACCOUNTS-CARRIED
    DISPLAY "Saldos em moeda transportados.....: " WS-FC-CARRIED
    DISPLAY "Saldos do livro IFRS transportados: " WS-IL-CARRIED
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "CF0999" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    DISPLAY "CARRY-FWD - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

               "excedente fora deste transporte. ***"
       *> RC 4: abertura FC nao transportada nao pode passar em
       *> silencio - o FX-REVAL revalorizaria fechamento errado
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FC-SRC-COUNT
    IF WS-FC-SRC-COUNT >= 200
       DISPLAY "*** Mais de 200 saldos FC no periodo de origem - "
               "excedente fora deste transporte. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FC-SRC-COUNT
    ADD 1 TO WS-FC-CARRIED
    .

CARRY-IFRS-BALANCES.
    *> Fase 1: colhe os saldos IFRS do periodo de origem (e, na
    *> virada de ano, o 13o periodo). Arquivo inexistente = nenhum
    *> ajuste IFRS postado ainda: o browse volta sem registro.
    MOVE 0 TO WS-IL-SRC-COUNT
    MOVE "B" TO WS-IL-OP-CODE
    CALL "IFRS-LEDGER-IO" USING
         WS-IL-OP-CODE WS-IL-RECORD WS-IL-RETURN-STATUS

    PERFORM UNTIL WS-IL-RETURN-STATUS NOT = "00"
       IF LG-PERIOD OF WS-IL-RECORD = WS-PRIOR-PERIOD
          PERFORM COLLECT-ONE-IFRS-CLOSING
       END-IF
       IF WS-ADJ-PERIOD NOT = 0
          AND LG-PERIOD OF WS-IL-RECORD = WS-ADJ-PERIOD
          PERFORM COLLECT-ONE-IFRS-ADJUSTMENT
       END-IF
       MOVE "N" TO WS-IL-OP-CODE
       CALL "IFRS-LEDGER-IO" USING
            WS-IL-OP-CODE WS-IL-RECORD WS-IL-RETURN-STATUS
    END-PERFORM

    *> Fase 2: transporta cada saldo colhido para o periodo destino
    PERFORM VARYING WS-IL-SRC-I FROM 1 BY 1
            UNTIL WS-IL-SRC-I > WS-IL-SRC-COUNT
       MOVE WS-IL-SRC-REC (WS-IL-SRC-I) TO WS-IL-RECORD
       PERFORM CARRY-ONE-IFRS-BALANCE
    END-PERFORM
    .

COLLECT-ONE-IFRS-CLOSING.
    IF WS-IL-SRC-COUNT >= 500
       DISPLAY "*** Mais de 500 saldos IFRS no periodo de origem - "
               "excedente fora deste transporte. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-IL-SRC-COUNT
    MOVE "C" TO WS-IL-SRC-KIND (WS-IL-SRC-COUNT)
    MOVE WS-IL-RECORD TO WS-IL-SRC-REC (WS-IL-SRC-COUNT)
    .

COLLECT-ONE-IFRS-ADJUSTMENT.
    IF WS-IL-SRC-COUNT >= 500
       DISPLAY "*** Mais de 500 saldos IFRS no periodo de origem - "
               "excedente fora deste transporte. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-IL-SRC-COUNT
    MOVE "A" TO WS-IL-SRC-KIND (WS-IL-SRC-COUNT)
    MOVE WS-IL-RECORD TO WS-IL-SRC-REC (WS-IL-SRC-COUNT)
    .

CARRY-ONE-IFRS-BALANCE.
    MOVE LG-ACCOUNT-ID OF WS-IL-RECORD
      TO LG-ACCOUNT-ID OF WS-TGT-IL-RECORD
    MOVE WS-TARGET-PERIOD TO LG-PERIOD OF WS-TGT-IL-RECORD

    MOVE "R" TO WS-TGT-IL-OP-CODE
    CALL "IFRS-LEDGER-IO" USING
         WS-TGT-IL-OP-CODE WS-TGT-IL-RECORD WS-TGT-IL-RETURN-STATUS

    IF WS-TGT-IL-RETURN-STATUS NOT = FS-OK
       MOVE LG-ACCOUNT-ID OF WS-IL-RECORD
         TO LG-ACCOUNT-ID OF WS-TGT-IL-RECORD
       MOVE WS-TARGET-PERIOD TO LG-PERIOD OF WS-TGT-IL-RECORD
       MOVE 0 TO LG-OPENING-CENTS OF WS-TGT-IL-RECORD
       MOVE 0 TO LG-DEBIT-CENTS   OF WS-TGT-IL-RECORD
       MOVE 0 TO LG-CREDIT-CENTS  OF WS-TGT-IL-RECORD
    END-IF

    IF WS-IL-SRC-KIND (WS-IL-SRC-I) = "C"
       MOVE LG-CLOSING-CENTS OF WS-IL-RECORD
         TO LG-OPENING-CENTS OF WS-TGT-IL-RECORD
    ELSE
       COMPUTE WS-IL-MOVEMENT = LG-DEBIT-CENTS  OF WS-IL-RECORD
                              - LG-CREDIT-CENTS OF WS-IL-RECORD
       ADD WS-IL-MOVEMENT TO LG-OPENING-CENTS OF WS-TGT-IL-RECORD
    END-IF

    COMPUTE LG-CLOSING-CENTS OF WS-TGT-IL-RECORD =
            LG-OPENING-CENTS OF WS-TGT-IL-RECORD
          + LG-DEBIT-CENTS   OF WS-TGT-IL-RECORD
          - LG-CREDIT-CENTS  OF WS-TGT-IL-RECORD

    MOVE "W" TO WS-TGT-IL-OP-CODE
    CALL "IFRS-LEDGER-IO" USING
         WS-TGT-IL-OP-CODE WS-TGT-IL-RECORD WS-TGT-IL-RETURN-STATUS

    ADD 1 TO WS-IL-CARRIED
    .

WRITE-BATCH-LOG.
    MOVE "W" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
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
    MOVE "CONTAS" TO BS-ST-TAG (1)
    MOVE WS-ACCOUNTS-CARRIED TO BS-ST-VALUE (1)
    MOVE "MOEDA" TO BS-ST-TAG (2)
    MOVE WS-FC-CARRIED TO BS-ST-VALUE (2)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "CF0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
