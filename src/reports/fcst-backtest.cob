>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: fcst-backtest.cob
*> Objetivo:
*>   - Back-test da previsao de caixa: compara as fotos gravadas
*>     pelo CASH-FORECAST (CASH-FCST-SNAP) com o que de fato
*>     aconteceu, semana a semana, depois que a semana passou.
*>     Data de avaliacao no SYSIN (AAAAMMDD; zero = hoje).
*>   - Semana N de uma foto = dias (N-1)*7+1 a N*7 depois da
*>     data de referencia (a semana 1 inclui o proprio dia, onde
*>     a previsao poe o que ja estava vencido), convencao 30/360
*>     como o CASH-FORECAST. So entra semana ja encerrada na data
*>     de avaliacao e dentro da janela de 400 dias para tras.
*>   - Realizado por origem:
*>       . AR: faturas recebidas (AR-PAID-DATE na semana), vivas
*>         e arquivadas (AR-INVOICES-HIST-IO); notas de credito,
*>         faturas zeradas por elas e perdas ficam fora, como no
*>         CREDIT-RPT;
*>       . AP: baixas com pagamento do AP-SETTLEMENTS (manual
*>         'P' e retorno bancario 'B') pela AS-DATE, vivas e
*>         arquivadas; fatura quitada sem linha de baixa entra
*>         pelo valor na AP-PAID-DATE;
*>       . CAIXA: a movimentacao liquida das contas acompanhadas
*>         no DAILY-BAL na semana;
*>       . DEMAIS: financiamentos, folha, recorrentes e
*>         aplicacoes nao tem documento proprio de baixa - o
*>         realizado deles e o residuo do caixa (CAIXA - AR +
*>         AP), comparado com a soma das quatro origens
*>         previstas. EMPR, FOLHA, RECOR e APLIC saem com o
*>         previsto para mostrar a composicao.
*>   - Erro por origem nos horizontes de 1, 4 e 13 semanas:
*>     previsto, realizado, erro absoluto somado semana a semana,
*>     erro % (erro absoluto / realizado) e vies (previsto -
*>     realizado). AP em saidas, AR em entradas, demais origens
*>     em liquido (entradas - saidas).
*>   - Sugestao de atraso de cobranca por cliente: o atraso
*>     medio de todo o historico pago (a conta do CREDIT-RPT, a
*>     que o CASH-FORECAST usa), o atraso gravado na foto mais
*>     recente e o atraso medio dos recebimentos da janela; o
*>     ajuste sugerido e recente - usado, destacado a partir de
*>     uma semana de diferenca.
*>   - RC 4 quando nenhuma semana pode ser avaliada (sem foto ou
*>     nenhuma semana encerrada). Impressao espoolada via
*>     RPT-SPOOL; estatistica de execucao no BATCH-LOG.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FCST-BACKTEST.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "FCSTBTST".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

01 WS-ASOF-DATE         PIC 9(8).

*> Conversao 30/360
01 WS-DATE-WORK         PIC 9(8).
01 WS-DATE-YYYY         PIC 9(4).
01 WS-DATE-MM           PIC 9(2).
01 WS-DATE-DD           PIC 9(2).
01 WS-DATE-DAYS         PIC S9(9).
01 WS-ASOF-DAYS         PIC S9(9).
01 WS-DUE-DAYS          PIC S9(9).
01 WS-PAID-DAYS         PIC S9(9).
01 WS-LATE-DAYS         PIC S9(9).

*> Realizado dia a dia na janela (400 dias 30/360 ate a data
*> de avaliacao)
78 WS-WINDOW-DAYS       VALUE 400.
01 WS-WIN-FIRST-DAYS    PIC S9(9).
01 WS-DAY-IX            PIC S9(9).
01 WS-DAY-TABLE.
   05 WS-DAY-ENTRY OCCURS 400 TIMES.
      10 WS-DY-AR-IN     PIC S9(18).
      10 WS-DY-AP-OUT    PIC S9(18).
      10 WS-DY-CASH-NET  PIC S9(18).
01 WS-DAY-AMOUNT        PIC S9(18).

*> Horizontes avaliados (semanas a frente)
01 WS-HZ-WEEKS-INIT.
   05 FILLER PIC 9(2) VALUE 01.
   05 FILLER PIC 9(2) VALUE 04.
   05 FILLER PIC 9(2) VALUE 13.
01 WS-HZ-WEEKS REDEFINES WS-HZ-WEEKS-INIT.
   05 WS-HZ-WEEK-NO OCCURS 3 TIMES PIC 9(2).

*> Origens/grupos do relatorio: 1-6 as origens da foto, 7 o
*> residuo das quatro sem documento, 8 o caixa total
01 WS-GROUP-NAMES-INIT.
   05 FILLER PIC X(6) VALUE "AR".
   05 FILLER PIC X(6) VALUE "AP".
   05 FILLER PIC X(6) VALUE "EMPR".
   05 FILLER PIC X(6) VALUE "FOLHA".
   05 FILLER PIC X(6) VALUE "RECOR".
   05 FILLER PIC X(6) VALUE "APLIC".
   05 FILLER PIC X(6) VALUE "DEMAIS".
   05 FILLER PIC X(6) VALUE "CAIXA".
01 WS-GROUP-NAMES REDEFINES WS-GROUP-NAMES-INIT.
   05 WS-GROUP-NAME OCCURS 8 TIMES PIC X(6).

01 WS-HZ-TABLE.
   05 WS-HZ-ENTRY OCCURS 3 TIMES.
      10 WS-HZ-COUNT       PIC 9(5).
      10 WS-HZ-GROUP OCCURS 8 TIMES.
         15 WS-HZ-FCST     PIC S9(18).
         15 WS-HZ-ACTUAL   PIC S9(18).
         15 WS-HZ-ABS-ERR  PIC S9(18).
01 WS-HZ-I              PIC 9(2).
01 WS-GR-I              PIC 9(2).

*> Semana corrente da foto (quebra por data + semana)
01 WS-CUR-RUN-DATE      PIC 9(8) VALUE 0.
01 WS-CUR-WEEK-NO       PIC 9(2) VALUE 0.
01 WS-CUR-RUN-DAYS      PIC S9(9).
01 WS-WEEK-START-DAYS   PIC S9(9).
01 WS-WEEK-END-DAYS     PIC S9(9).
01 WS-CW-TABLE.
   05 WS-CW-FCST OCCURS 8 TIMES PIC S9(18).
01 WS-CW-ACTUAL-TABLE.
   05 WS-CW-ACTUAL OCCURS 8 TIMES PIC S9(18).
01 WS-WEEK-ERR          PIC S9(18).
01 WS-LAST-RUN-DATE     PIC 9(8) VALUE 0.

01 WS-CF-OP-CODE        PIC X.
COPY "cash-fcst-snap.cpy" REPLACING ==CF-RECORD== BY ==WS-CF-RECORD==.
01 WS-CF-RETURN-STATUS  PIC XX.

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

01 WS-AS-OP-CODE        PIC X.
COPY "ap-settlements.cpy" REPLACING ==AS-RECORD== BY ==WS-AS-RECORD==.
01 WS-AS-RETURN-STATUS  PIC XX.
01 WS-AS-LINES          PIC 9(5).

01 WS-INV-SOURCE-SWITCH PIC X VALUE "V".
   88 INV-FROM-LIVE           VALUE "V".
   88 INV-FROM-HISTORY        VALUE "H".

01 WS-DB-OP-CODE        PIC X.
COPY "daily-bal.cpy" REPLACING ==DB-RECORD== BY ==WS-DB-RECORD==.
01 WS-DB-RETURN-STATUS  PIC XX.

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.

*> Atraso por cliente: historico inteiro (CREDIT-RPT), janela
*> recente e o usado na foto mais recente
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY OCCURS 500 TIMES.
      10 WS-CUST-ID          PIC 9(6).
      10 WS-CUST-PAID-COUNT  PIC 9(6).
      10 WS-CUST-LATE-SUM    PIC S9(9).
      10 WS-CUST-RECENT-COUNT PIC 9(6).
      10 WS-CUST-RECENT-SUM  PIC S9(9).
      10 WS-CUST-USED-DELAY  PIC S9(4).
      10 WS-CUST-USED-DATE   PIC 9(8).
01 WS-CUST-COUNT        PIC 9(3) VALUE 0.
01 WS-CUST-I            PIC 9(3).
01 WS-CUST-KEY          PIC 9(6).
01 WS-CUST-FOUND-SWITCH PIC X.
   88 CUST-SLOT-FOUND         VALUE "Y".
01 WS-AVG-ALL           PIC S9(9).
01 WS-AVG-RECENT        PIC S9(9).
01 WS-AVG-USED          PIC S9(9).
01 WS-AVG-ADJUST        PIC S9(9).
01 WS-CUST-PRINTED      PIC 9(5) VALUE 0.
01 WS-CUST-FLAGGED      PIC 9(5) VALUE 0.

*> Contadores
01 WS-SNAP-ROWS         PIC 9(9) VALUE 0.
01 WS-WEEKS-EVALUATED   PIC 9(7) VALUE 0.
01 WS-WEEKS-PENDING     PIC 9(7) VALUE 0.
01 WS-WEEKS-OUTSIDE     PIC 9(7) VALUE 0.
01 WS-RUNS-SEEN         PIC 9(5) VALUE 0.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-PCT               PIC S9(7)V9.
01 WS-EDIT-FCST         PIC -(13)9.99.
01 WS-EDIT-ACTUAL       PIC -(13)9.99.
01 WS-EDIT-ERR          PIC -(13)9.99.
01 WS-EDIT-BIAS         PIC -(13)9.99.
01 WS-EDIT-PCT          PIC -(5)9.9.
01 WS-EDIT-PCT-X        PIC X(8).
01 WS-EDIT-ACTUAL-X     PIC X(17).
01 WS-EDIT-COUNT        PIC Z(6)9.
01 WS-EDIT-DAYS-1       PIC -(4)9.
01 WS-EDIT-DAYS-2       PIC -(4)9.
01 WS-EDIT-DAYS-3       PIC -(4)9.
01 WS-EDIT-DAYS-4       PIC -(4)9.
01 WS-FLAG-TEXT         PIC X(12).

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY " "
    DISPLAY "=== FCST-BACKTEST - Back-test da previsao de caixa ==="
    DISPLAY "Data de avaliacao (AAAAMMDD, 0 = hoje): "
            WITH NO ADVANCING
    ACCEPT WS-ASOF-DATE
    IF WS-ASOF-DATE NOT NUMERIC OR WS-ASOF-DATE = 0
       ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
    END-IF

    MOVE WS-ASOF-DATE TO WS-DATE-WORK
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-ASOF-DAYS
    COMPUTE WS-WIN-FIRST-DAYS = WS-ASOF-DAYS - WS-WINDOW-DAYS + 1

    MOVE "FCST-BTEST" TO WS-RP-REPORT-NAME
    MOVE WS-ASOF-DATE TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== FCST-BACKTEST - Previsao de caixa x realizado em "
           DELIMITED BY SIZE
           WS-ASOF-DATE DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    INITIALIZE WS-DAY-TABLE
    INITIALIZE WS-HZ-TABLE
    INITIALIZE WS-CW-TABLE

    PERFORM LOAD-ACTUAL-AR
    PERFORM LOAD-ACTUAL-AP
    PERFORM LOAD-ACTUAL-CASH
    PERFORM SCAN-SNAPSHOTS

    PERFORM PRINT-HORIZONS
    PERFORM PRINT-CUSTOMER-DELAYS

    IF WS-WEEKS-EVALUATED = 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

COMPUTE-DATE-DAYS.
    MOVE WS-DATE-WORK (1:4) TO WS-DATE-YYYY
    MOVE WS-DATE-WORK (5:2) TO WS-DATE-MM
    MOVE WS-DATE-WORK (7:2) TO WS-DATE-DD
    COMPUTE WS-DATE-DAYS = (WS-DATE-YYYY * 360)
                         + (WS-DATE-MM * 30)
                         + WS-DATE-DD
    .

DAY-INDEX-FROM-DATE.
    *> WS-DATE-WORK -> WS-DAY-IX na tabela da janela (0 = fora)
    PERFORM COMPUTE-DATE-DAYS
    COMPUTE WS-DAY-IX = WS-DATE-DAYS - WS-WIN-FIRST-DAYS + 1
    IF WS-DAY-IX < 1 OR WS-DAY-IX > WS-WINDOW-DAYS
       MOVE 0 TO WS-DAY-IX
    END-IF
    .

*> ============================================================
*>   Realizado: recebimentos do AR e atraso por cliente
*> ============================================================
LOAD-ACTUAL-AR.
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       PERFORM CHECK-PAID-INVOICE
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM

    *> Faturas recebidas e arquivadas tambem contam
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-HIST-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       PERFORM CHECK-PAID-INVOICE
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-HIST-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

CHECK-PAID-INVOICE.
    *> Notas de credito, faturas zeradas por elas e faturas
    *> baixadas como perda nao sao recebimentos (CREDIT-RPT)
    IF NOT AR-IS-PAID OF WS-AR-RECORD
       OR AR-IS-CREDIT-MEMO OF WS-AR-RECORD
       OR AR-IS-WRITTEN-OFF OF WS-AR-RECORD
       OR AR-AMOUNT-CENTS OF WS-AR-RECORD = 0
       EXIT PARAGRAPH
    END-IF

    MOVE AR-DUE-DATE OF WS-AR-RECORD TO WS-DATE-WORK
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-DUE-DAYS
    MOVE AR-PAID-DATE OF WS-AR-RECORD TO WS-DATE-WORK
    PERFORM DAY-INDEX-FROM-DATE
    MOVE WS-DATE-DAYS TO WS-PAID-DAYS
    COMPUTE WS-LATE-DAYS = WS-PAID-DAYS - WS-DUE-DAYS

    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-CUST-KEY
    PERFORM FIND-OR-ADD-CUST-SLOT
    IF CUST-SLOT-FOUND
       ADD 1 TO WS-CUST-PAID-COUNT (WS-CUST-I)
       ADD WS-LATE-DAYS TO WS-CUST-LATE-SUM (WS-CUST-I)
    END-IF

    IF WS-DAY-IX NOT = 0
       ADD AR-AMOUNT-CENTS OF WS-AR-RECORD
         TO WS-DY-AR-IN (WS-DAY-IX)
       IF CUST-SLOT-FOUND
          ADD 1 TO WS-CUST-RECENT-COUNT (WS-CUST-I)
          ADD WS-LATE-DAYS TO WS-CUST-RECENT-SUM (WS-CUST-I)
       END-IF
    END-IF
    .

FIND-OR-ADD-CUST-SLOT.
    *> Deixa WS-CUST-I apontando para o slot do WS-CUST-KEY
    MOVE "N" TO WS-CUST-FOUND-SWITCH
    PERFORM VARYING WS-CUST-I FROM 1 BY 1
            UNTIL WS-CUST-I > WS-CUST-COUNT OR CUST-SLOT-FOUND
       IF WS-CUST-ID (WS-CUST-I) = WS-CUST-KEY
          MOVE "Y" TO WS-CUST-FOUND-SWITCH
       END-IF
    END-PERFORM
    IF CUST-SLOT-FOUND
       *> O VARYING incrementa antes de testar o UNTIL: volta
       *> um passo para apontar o slot encontrado
       SUBTRACT 1 FROM WS-CUST-I
       EXIT PARAGRAPH
    END-IF

    IF WS-CUST-COUNT >= 500
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CUST-COUNT
    MOVE WS-CUST-COUNT TO WS-CUST-I
    MOVE WS-CUST-KEY TO WS-CUST-ID (WS-CUST-I)
    MOVE 0 TO WS-CUST-PAID-COUNT (WS-CUST-I)
    MOVE 0 TO WS-CUST-LATE-SUM (WS-CUST-I)
    MOVE 0 TO WS-CUST-RECENT-COUNT (WS-CUST-I)
    MOVE 0 TO WS-CUST-RECENT-SUM (WS-CUST-I)
    MOVE 0 TO WS-CUST-USED-DELAY (WS-CUST-I)
    MOVE 0 TO WS-CUST-USED-DATE (WS-CUST-I)
    MOVE "Y" TO WS-CUST-FOUND-SWITCH
    .

*> ============================================================
*>   Realizado: pagamentos do AP (baixas com pagamento)
*> ============================================================
LOAD-ACTUAL-AP.
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    SET INV-FROM-LIVE TO TRUE
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       IF NOT AP-IS-CREDIT-NOTE OF WS-AP-RECORD
          PERFORM NOTE-AP-PAYMENTS
       END-IF
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM

    *> Faturas quitadas ja arquivadas
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-HIST-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    SET INV-FROM-HISTORY TO TRUE
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       IF NOT AP-IS-CREDIT-NOTE OF WS-AP-RECORD
          PERFORM NOTE-AP-PAYMENTS
       END-IF
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    SET INV-FROM-LIVE TO TRUE
    .

NOTE-AP-PAYMENTS.
    *> Baixas manuais e por retorno bancario sao saida de caixa;
    *> abatimento de nota e desconto obtido nao
    MOVE 0 TO WS-AS-LINES
    MOVE SPACE TO WS-AS-RECORD
    MOVE AP-VENDOR-ID OF WS-AP-RECORD TO AS-VENDOR-ID OF WS-AS-RECORD
    MOVE AP-INVOICE-NO OF WS-AP-RECORD TO AS-INVOICE-NO OF WS-AS-RECORD
    MOVE "K" TO WS-AS-OP-CODE
    PERFORM CALL-SETTLEMENTS-IO

    PERFORM UNTIL WS-AS-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-AS-LINES
       IF AS-KIND OF WS-AS-RECORD = "P" OR "B"
          MOVE AS-DATE OF WS-AS-RECORD TO WS-DATE-WORK
          PERFORM DAY-INDEX-FROM-DATE
          IF WS-DAY-IX NOT = 0
             ADD AS-AMOUNT-CENTS OF WS-AS-RECORD
               TO WS-DY-AP-OUT (WS-DAY-IX)
          END-IF
       END-IF
       MOVE "N" TO WS-AS-OP-CODE
       PERFORM CALL-SETTLEMENTS-IO
    END-PERFORM

    *> Quitada sem historico de baixas: o valor na data do
    *> pagamento
    IF WS-AS-LINES = 0
       AND AP-IS-PAID OF WS-AP-RECORD
       MOVE AP-PAID-DATE OF WS-AP-RECORD TO WS-DATE-WORK
       PERFORM DAY-INDEX-FROM-DATE
       IF WS-DAY-IX NOT = 0
          ADD AP-AMOUNT-CENTS OF WS-AP-RECORD
            TO WS-DY-AP-OUT (WS-DAY-IX)
       END-IF
    END-IF
    .

CALL-SETTLEMENTS-IO.
    *> Baixas da fatura corrente, do vivo ou do historico
    IF INV-FROM-HISTORY
       CALL "AP-SETTLEMENTS-HIST-IO" USING
            WS-AS-OP-CODE
            WS-AS-RECORD
            WS-AS-RETURN-STATUS
    ELSE
       CALL "AP-SETTLEMENTS-IO" USING
            WS-AS-OP-CODE
            WS-AS-RECORD
            WS-AS-RETURN-STATUS
    END-IF
    .

*> ============================================================
*>   Realizado: movimentacao do caixa (DAILY-BAL)
*> ============================================================
LOAD-ACTUAL-CASH.
    *> O DAILY-BAL so tem as contas acompanhadas - a mesma
    *> populacao da posicao inicial do CASH-FORECAST
    MOVE SPACE TO WS-DB-RECORD
    MOVE "B" TO WS-DB-OP-CODE
    CALL "DAILY-BAL-IO" USING
         WS-DB-OP-CODE
         WS-DB-RECORD
         WS-DB-RETURN-STATUS

    PERFORM UNTIL WS-DB-RETURN-STATUS NOT = "00"
       MOVE DB-DATE OF WS-DB-RECORD TO WS-DATE-WORK
       PERFORM DAY-INDEX-FROM-DATE
       IF WS-DAY-IX NOT = 0
          ADD DB-MOVEMENT-CENTS OF WS-DB-RECORD
            TO WS-DY-CASH-NET (WS-DAY-IX)
       END-IF
       MOVE "N" TO WS-DB-OP-CODE
       CALL "DAILY-BAL-IO" USING
            WS-DB-OP-CODE
            WS-DB-RECORD
            WS-DB-RETURN-STATUS
    END-PERFORM
    .

*> ============================================================
*>   Fotos da previsao: quebra por data de referencia + semana
*> ============================================================
SCAN-SNAPSHOTS.
    MOVE SPACE TO WS-CF-RECORD
    MOVE "B" TO WS-CF-OP-CODE
    CALL "CASH-FCST-SNAP-IO" USING
         WS-CF-OP-CODE
         WS-CF-RECORD
         WS-CF-RETURN-STATUS

    IF WS-CF-RETURN-STATUS NOT = "00"
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhuma foto de previsao gravada (CASH-FCST-SNAP, "
              DELIMITED BY SIZE
              "STATUS " DELIMITED BY SIZE
              WS-CF-RETURN-STATUS DELIMITED BY SIZE
              ") - rode o CASH-FORECAST." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-CF-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-SNAP-ROWS
       IF CF-RUN-DATE OF WS-CF-RECORD NOT = WS-CUR-RUN-DATE
          OR CF-WEEK-NO OF WS-CF-RECORD NOT = WS-CUR-WEEK-NO
          IF WS-CUR-RUN-DATE NOT = 0
             PERFORM CLOSE-SNAPSHOT-WEEK
          END-IF
          IF CF-RUN-DATE OF WS-CF-RECORD NOT = WS-CUR-RUN-DATE
             ADD 1 TO WS-RUNS-SEEN
          END-IF
          MOVE CF-RUN-DATE OF WS-CF-RECORD TO WS-CUR-RUN-DATE
          MOVE CF-WEEK-NO OF WS-CF-RECORD TO WS-CUR-WEEK-NO
          INITIALIZE WS-CW-TABLE
       END-IF
       PERFORM ACCUMULATE-SNAPSHOT-ROW
       MOVE "N" TO WS-CF-OP-CODE
       CALL "CASH-FCST-SNAP-IO" USING
            WS-CF-OP-CODE
            WS-CF-RECORD
            WS-CF-RETURN-STATUS
    END-PERFORM

    IF WS-CUR-RUN-DATE NOT = 0
       PERFORM CLOSE-SNAPSHOT-WEEK
    END-IF
    .

ACCUMULATE-SNAPSHOT-ROW.
    *> Previsto na coluna base (a PESSIMISTA nao entra no erro)
    EVALUATE CF-SOURCE OF WS-CF-RECORD
       WHEN "AR"
          ADD CF-INFLOW-CENTS OF WS-CF-RECORD TO WS-CW-FCST (1)
          PERFORM NOTE-USED-DELAY
       WHEN "AP"
          ADD CF-OUTFLOW-CENTS OF WS-CF-RECORD TO WS-CW-FCST (2)
       WHEN "EMPR"
          MOVE 3 TO WS-GR-I
          PERFORM ADD-NET-FORECAST
       WHEN "FOLHA"
          MOVE 4 TO WS-GR-I
          PERFORM ADD-NET-FORECAST
       WHEN "RECOR"
          MOVE 5 TO WS-GR-I
          PERFORM ADD-NET-FORECAST
       WHEN "APLIC"
          MOVE 6 TO WS-GR-I
          PERFORM ADD-NET-FORECAST
    END-EVALUATE
    .

ADD-NET-FORECAST.
    COMPUTE WS-CW-FCST (WS-GR-I) = WS-CW-FCST (WS-GR-I)
          + CF-INFLOW-CENTS OF WS-CF-RECORD
          - CF-OUTFLOW-CENTS OF WS-CF-RECORD
    .

NOTE-USED-DELAY.
    *> A varredura vem em ordem de data: a ultima foto prevalece
    IF CF-INFLOW-CENTS OF WS-CF-RECORD = 0
       EXIT PARAGRAPH
    END-IF
    MOVE CF-CUSTOMER-ID OF WS-CF-RECORD TO WS-CUST-KEY
    PERFORM FIND-OR-ADD-CUST-SLOT
    IF CUST-SLOT-FOUND
       MOVE CF-DELAY-DAYS OF WS-CF-RECORD
         TO WS-CUST-USED-DELAY (WS-CUST-I)
       MOVE CF-RUN-DATE OF WS-CF-RECORD
         TO WS-CUST-USED-DATE (WS-CUST-I)
    END-IF
    .

CLOSE-SNAPSHOT-WEEK.
    *> Janela da semana em dias 30/360; a semana 1 comeca no
    *> proprio dia de referencia
    MOVE WS-CUR-RUN-DATE TO WS-DATE-WORK
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-CUR-RUN-DAYS
    COMPUTE WS-WEEK-END-DAYS = WS-CUR-RUN-DAYS + (WS-CUR-WEEK-NO * 7)
    IF WS-CUR-WEEK-NO = 1
       MOVE WS-CUR-RUN-DAYS TO WS-WEEK-START-DAYS
    ELSE
       COMPUTE WS-WEEK-START-DAYS = WS-WEEK-END-DAYS - 6
    END-IF

    IF WS-WEEK-END-DAYS > WS-ASOF-DAYS
       ADD 1 TO WS-WEEKS-PENDING
       EXIT PARAGRAPH
    END-IF
    IF WS-WEEK-START-DAYS < WS-WIN-FIRST-DAYS
       ADD 1 TO WS-WEEKS-OUTSIDE
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-WEEKS-EVALUATED
    IF WS-CUR-RUN-DATE > WS-LAST-RUN-DATE
       MOVE WS-CUR-RUN-DATE TO WS-LAST-RUN-DATE
    END-IF

    *> Realizado da semana
    INITIALIZE WS-CW-ACTUAL-TABLE
    COMPUTE WS-DAY-IX = WS-WEEK-START-DAYS - WS-WIN-FIRST-DAYS + 1
    PERFORM UNTIL WS-DAY-IX
                  > WS-WEEK-END-DAYS - WS-WIN-FIRST-DAYS + 1
       ADD WS-DY-AR-IN (WS-DAY-IX) TO WS-CW-ACTUAL (1)
       ADD WS-DY-AP-OUT (WS-DAY-IX) TO WS-CW-ACTUAL (2)
       ADD WS-DY-CASH-NET (WS-DAY-IX) TO WS-CW-ACTUAL (8)
       ADD 1 TO WS-DAY-IX
    END-PERFORM
    COMPUTE WS-CW-ACTUAL (7) = WS-CW-ACTUAL (8)
          - WS-CW-ACTUAL (1) + WS-CW-ACTUAL (2)

    COMPUTE WS-CW-FCST (7) = WS-CW-FCST (3) + WS-CW-FCST (4)
          + WS-CW-FCST (5) + WS-CW-FCST (6)
    COMPUTE WS-CW-FCST (8) = WS-CW-FCST (1) - WS-CW-FCST (2)
          + WS-CW-FCST (7)

    PERFORM VARYING WS-HZ-I FROM 1 BY 1 UNTIL WS-HZ-I > 3
       IF WS-HZ-WEEK-NO (WS-HZ-I) = WS-CUR-WEEK-NO
          PERFORM ADD-WEEK-TO-HORIZON
       END-IF
    END-PERFORM
    .

ADD-WEEK-TO-HORIZON.
    ADD 1 TO WS-HZ-COUNT (WS-HZ-I)
    PERFORM VARYING WS-GR-I FROM 1 BY 1 UNTIL WS-GR-I > 8
       ADD WS-CW-FCST (WS-GR-I) TO WS-HZ-FCST (WS-HZ-I, WS-GR-I)
       ADD WS-CW-ACTUAL (WS-GR-I)
         TO WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I)
       COMPUTE WS-WEEK-ERR = WS-CW-FCST (WS-GR-I)
             - WS-CW-ACTUAL (WS-GR-I)
       IF WS-WEEK-ERR < 0
          COMPUTE WS-WEEK-ERR = 0 - WS-WEEK-ERR
       END-IF
       ADD WS-WEEK-ERR TO WS-HZ-ABS-ERR (WS-HZ-I, WS-GR-I)
    END-PERFORM
    .

*> ============================================================
*>   Impressao: erro por origem e horizonte
*> ============================================================
PRINT-HORIZONS.
    MOVE WS-RUNS-SEEN TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Fotos de previsao lidas: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-WEEKS-EVALUATED TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Semanas avaliadas......: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-WEEKS-PENDING TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Semanas ainda abertas..: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-WEEKS-OUTSIDE NOT = 0
       MOVE WS-WEEKS-OUTSIDE TO WS-EDIT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "Semanas fora da janela de 400 dias: " DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM VARYING WS-HZ-I FROM 1 BY 1 UNTIL WS-HZ-I > 3
       PERFORM PRINT-ONE-HORIZON
    END-PERFORM
    .

PRINT-ONE-HORIZON.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-HZ-COUNT (WS-HZ-I) TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Horizonte de " DELIMITED BY SIZE
           WS-HZ-WEEK-NO (WS-HZ-I) DELIMITED BY SIZE
           " semana(s) a frente - semanas avaliadas: "
           DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-HZ-COUNT (WS-HZ-I) = 0
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "Origem  Previsto          Realizado         "
           DELIMITED BY SIZE
           "Erro absoluto     Erro %   Vies" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-GR-I FROM 1 BY 1 UNTIL WS-GR-I > 8
       PERFORM PRINT-ONE-GROUP
    END-PERFORM
    .

PRINT-ONE-GROUP.
    COMPUTE WS-DEC-AMOUNT = WS-HZ-FCST (WS-HZ-I, WS-GR-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-FCST

    *> EMPR, FOLHA, RECOR e APLIC: realizado so no DEMAIS
    IF WS-GR-I > 2 AND WS-GR-I < 7
       MOVE SPACES TO WS-RP-LINE
       STRING WS-GROUP-NAME (WS-GR-I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-EDIT-FCST DELIMITED BY SIZE
              "   (realizado no DEMAIS)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-ACTUAL
    MOVE WS-EDIT-ACTUAL TO WS-EDIT-ACTUAL-X
    COMPUTE WS-DEC-AMOUNT = WS-HZ-ABS-ERR (WS-HZ-I, WS-GR-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-ERR
    COMPUTE WS-DEC-AMOUNT = (WS-HZ-FCST (WS-HZ-I, WS-GR-I)
                           - WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I)) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-BIAS

    *> Erro % sobre o realizado em modulo; sem realizado, n/d
    IF WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I) = 0
       MOVE "     n/d" TO WS-EDIT-PCT-X
    ELSE
       IF WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I) < 0
          COMPUTE WS-PCT ROUNDED =
                  (WS-HZ-ABS-ERR (WS-HZ-I, WS-GR-I) * 100)
                / (0 - WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I))
       ELSE
          COMPUTE WS-PCT ROUNDED =
                  (WS-HZ-ABS-ERR (WS-HZ-I, WS-GR-I) * 100)
                / WS-HZ-ACTUAL (WS-HZ-I, WS-GR-I)
       END-IF
       MOVE WS-PCT TO WS-EDIT-PCT
       MOVE WS-EDIT-PCT TO WS-EDIT-PCT-X
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING WS-GROUP-NAME (WS-GR-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-FCST DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-ACTUAL-X DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-ERR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-PCT-X DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-BIAS DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

*> ============================================================
*>   Impressao: sugestao de atraso de cobranca por cliente
*> ============================================================
PRINT-CUSTOMER-DELAYS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Atraso de cobranca por cliente (dias, 30/360) ---"
           DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Cliente Nome                 Pagas Medio  Usado "
           DELIMITED BY SIZE
           "Recente Ajuste" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-CUST-I FROM 1 BY 1
            UNTIL WS-CUST-I > WS-CUST-COUNT
       IF WS-CUST-RECENT-COUNT (WS-CUST-I) > 0
          PERFORM PRINT-ONE-CUSTOMER
       END-IF
    END-PERFORM

    IF WS-CUST-PRINTED = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "(nenhum recebimento na janela)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE WS-CUST-FLAGGED TO WS-EDIT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "Clientes com ajuste sugerido de uma semana ou mais: "
              DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-ONE-CUSTOMER.
    ADD 1 TO WS-CUST-PRINTED
    *> Media do historico inteiro: a do CREDIT-RPT e do
    *> CASH-FORECAST (que nao antecipa: negativo vale zero)
    MOVE 0 TO WS-AVG-ALL
    IF WS-CUST-PAID-COUNT (WS-CUST-I) NOT = 0
       DIVIDE WS-CUST-LATE-SUM (WS-CUST-I)
           BY WS-CUST-PAID-COUNT (WS-CUST-I)
           GIVING WS-AVG-ALL
    END-IF
    DIVIDE WS-CUST-RECENT-SUM (WS-CUST-I)
        BY WS-CUST-RECENT-COUNT (WS-CUST-I)
        GIVING WS-AVG-RECENT
    IF WS-AVG-RECENT < 0
       MOVE 0 TO WS-AVG-RECENT
    END-IF

    *> Usado: o da foto mais recente; cliente sem foto usaria a
    *> media do historico
    IF WS-CUST-USED-DATE (WS-CUST-I) NOT = 0
       MOVE WS-CUST-USED-DELAY (WS-CUST-I) TO WS-AVG-USED
    ELSE
       MOVE WS-AVG-ALL TO WS-AVG-USED
       IF WS-AVG-USED < 0
          MOVE 0 TO WS-AVG-USED
       END-IF
    END-IF
    COMPUTE WS-AVG-ADJUST = WS-AVG-RECENT - WS-AVG-USED

    MOVE SPACES TO WS-FLAG-TEXT
    IF WS-AVG-ADJUST > 6 OR WS-AVG-ADJUST < -6
       MOVE "*** AJUSTAR" TO WS-FLAG-TEXT
       ADD 1 TO WS-CUST-FLAGGED
    END-IF

    MOVE SPACE TO WS-CU-RECORD
    MOVE WS-CUST-ID (WS-CUST-I) TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS NOT = "00"
       MOVE "(sem cadastro)" TO CU-NAME OF WS-CU-RECORD
    END-IF

    MOVE WS-AVG-ALL TO WS-EDIT-DAYS-1
    MOVE WS-AVG-USED TO WS-EDIT-DAYS-2
    MOVE WS-AVG-RECENT TO WS-EDIT-DAYS-3
    MOVE WS-AVG-ADJUST TO WS-EDIT-DAYS-4
    MOVE WS-CUST-RECENT-COUNT (WS-CUST-I) TO WS-EDIT-COUNT

    MOVE SPACES TO WS-RP-LINE
    STRING WS-CUST-ID (WS-CUST-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CU-NAME OF WS-CU-RECORD (1:20) DELIMITED BY SIZE
           WS-EDIT-COUNT (2:6) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-DAYS-1 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-DAYS-2 DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-EDIT-DAYS-3 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-DAYS-4 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FLAG-TEXT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

*> ------------------------------------------------------------
*> Spool e estatistica de execucao
*> ------------------------------------------------------------
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
    MOVE "SEMANA" TO BS-ST-TAG (1)
    MOVE WS-WEEKS-EVALUATED TO BS-ST-VALUE (1)
    MOVE "FOTOS" TO BS-ST-TAG (2)
    MOVE WS-RUNS-SEEN TO BS-ST-VALUE (2)
    MOVE "AJUSTE" TO BS-ST-TAG (3)
    MOVE WS-CUST-FLAGGED TO BS-ST-VALUE (3)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "FB0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
