>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: subl-recon.cob
*> Objetivo:
*>   - Conciliacao de fim de periodo dos auxiliares x contas de
*>     controle do LEDGER, no molde do INV-RECON (que ja prova o
*>     estoque): para um periodo AAAAMM informado, quatro provas:
*>       AP  saldo em aberto das faturas de fornecedor
*>           (AP-OPEN-CENTS; nota de credito abate) por
*>           AP-PAYABLE-ACCT;
*>       AR  faturas de cliente em aberto (AR-AMOUNT-CENTS) por
*>           AR-RECEIVABLE-ACCT;
*>       FA  custo dos ativos ativos (FA-COST-CENTS) por
*>           FA-ASSET-ACCT, e a depreciacao acumulada deles (cota
*>           linear x FA-MONTHS-DEPRECIATED, a mesma conta do
*>           DEPRECIATION) por FA-ACCUM-DEPR-ACCT;
*>       LN  LN-OUTSTANDING-CENTS dos contratos ativos contra
*>           LN-ST-ACCT + LN-LT-ACCT somadas.
*>   - Cada soma e comparada com o LG-CLOSING-CENTS da(s)
*>     conta(s) no periodo. O LEDGER guarda saldo devedor
*>     positivo; nas contas de natureza credora (fornecedores,
*>     depreciacao acumulada, emprestimos) o saldo do LEDGER entra
*>     com o sinal trocado para comparar com o auxiliar.
*>   - Diferenca em qualquer conta sai marcada DIVERGENCIA, o
*>     programa termina com RC 4 (aviso) e cria um alerta
*>     (ALERTS-IO) para cada operador ativo com US-PERM-PERIOD,
*>     como o ALERT-SCAN faz.
*>   - Roda como step informativo no fechamento noturno; a
*>     impressao sai espoolada via RPT-SPOOL.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBL-RECON.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-REPORT-PERIOD     PIC 9(6).

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-FA-OP-CODE        PIC X.
COPY "fixed-assets.cpy" REPLACING ==FA-RECORD== BY ==WS-FA-RECORD==.
01 WS-FA-RETURN-STATUS  PIC XX.

01 WS-LN-OP-CODE        PIC X.
COPY "loans.cpy" REPLACING ==LN-RECORD== BY ==WS-LN-RECORD==.
01 WS-LN-RETURN-STATUS  PIC XX.

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

*> Somas dos auxiliares por prova + conta(s) de controle
01 WS-CHK-TABLE.
   05 WS-CHK-ENTRY OCCURS 300 TIMES.
      10 WS-CHK-TYPE     PIC X(2).
      10 WS-CHK-ACCT-1   PIC 9(10).
      10 WS-CHK-ACCT-2   PIC 9(10).
      10 WS-CHK-VALUE    PIC S9(18).
01 WS-CHK-COUNT         PIC 9(3) VALUE 0.
01 WS-CHK-I             PIC 9(3).
01 WS-CHK-FOUND-SWITCH  PIC X.
   88 CHK-SLOT-FOUND          VALUE "Y".

*> Chave e valor do item corrente do auxiliar
01 WS-ITEM-TYPE         PIC X(2).
01 WS-ITEM-ACCT-1       PIC 9(10).
01 WS-ITEM-ACCT-2       PIC 9(10).
01 WS-ITEM-VALUE        PIC S9(18).

*> Ordem e titulo das provas na impressao
01 WS-TYPE-LIST.
   05 FILLER PIC X(42) VALUE "APFornecedores (AP-INVOICES)              ".
   05 FILLER PIC X(42) VALUE "ARClientes (AR-INVOICES)                  ".
   05 FILLER PIC X(42) VALUE "FAImobilizado - custo (FIXED-ASSETS)      ".
   05 FILLER PIC X(42) VALUE "DAImobilizado - deprec. acumulada         ".
   05 FILLER PIC X(42) VALUE "LNEmprestimos CP + LP (LOANS)             ".
01 WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
   05 WS-TYPE-ENTRY OCCURS 5 TIMES.
      10 WS-TYPE-CODE    PIC X(2).
      10 WS-TYPE-TITLE   PIC X(40).
01 WS-TYPE-I            PIC 9.

01 WS-DEPR-QUOTA        PIC 9(15).
01 WS-DEPR-ACCUM        PIC 9(15).
01 WS-OPEN-CENTS        PIC 9(15).

01 WS-GL-CLOSING        PIC S9(18).
01 WS-DIFF-CENTS        PIC S9(18).
01 WS-DIVERGENT-COUNT   PIC 9(3) VALUE 0.
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-SUB          PIC -(14)9.99.
01 WS-EDIT-GL           PIC -(14)9.99.
01 WS-EDIT-DIFF         PIC -(14)9.99.
01 WS-EDIT-COUNT        PIC ZZ9.

*> Destinatarios do alerta: operadores ativos com US-PERM-PERIOD
01 WS-US-OP-CODE        PIC X.
COPY "users.cpy" REPLACING ==US-RECORD== BY ==WS-US-RECORD==.
01 WS-US-RETURN-STATUS  PIC XX.

01 WS-ALR-OP-CODE       PIC X.
COPY "alerts.cpy" REPLACING ==ALR-RECORD== BY ==WS-ALR-RECORD==.
01 WS-ALR-RETURN-STATUS PIC XX.
01 WS-ALERT-TEXT        PIC X(60).
01 WS-TODAY             PIC 9(8).
01 WS-NOW-TIME          PIC 9(8).

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "SUBLRECN".
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
    DISPLAY "=== SUBL-RECON - Conciliacao auxiliares x LEDGER ==="
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    MOVE "SUBL-RECON" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== SUBL-RECON - Auxiliares x contas de controle - "
           DELIMITED BY SIZE
           "periodo " DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM SUM-AP-SUBLEDGER
    PERFORM SUM-AR-SUBLEDGER
    PERFORM SUM-FA-SUBLEDGER
    PERFORM SUM-LN-SUBLEDGER

    IF WS-CHK-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum saldo nos auxiliares a conciliar."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM VARYING WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 5
       PERFORM RECONCILE-ONE-TYPE
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-DIVERGENT-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "SUBL-RECON OK - auxiliares fecham com o LEDGER."
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE SPACES TO WS-RP-LINE
       STRING "*** " DELIMITED BY SIZE
              WS-DIVERGENT-COUNT DELIMITED BY SIZE
              " conta(s) de controle com DIVERGENCIA. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM RAISE-DIVERGENCE-ALERT
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF

    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

*> ============================================================
*>   Somas dos auxiliares
*> ============================================================
SUM-AP-SUBLEDGER.
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       IF AP-IS-OPEN OF WS-AP-RECORD
          *> Saldo em aberto como no AP-AGING: registro de antes
          *> das baixas parciais cai no valor original
          IF AP-OPEN-CENTS OF WS-AP-RECORD IS NUMERIC
             AND AP-OPEN-CENTS OF WS-AP-RECORD NOT = 0
             MOVE AP-OPEN-CENTS OF WS-AP-RECORD TO WS-OPEN-CENTS
          ELSE
             MOVE AP-AMOUNT-CENTS OF WS-AP-RECORD TO WS-OPEN-CENTS
          END-IF
          MOVE "AP" TO WS-ITEM-TYPE
          MOVE AP-PAYABLE-ACCT OF WS-AP-RECORD TO WS-ITEM-ACCT-1
          MOVE 0 TO WS-ITEM-ACCT-2
          IF AP-IS-CREDIT-NOTE OF WS-AP-RECORD
             COMPUTE WS-ITEM-VALUE = 0 - WS-OPEN-CENTS
          ELSE
             MOVE WS-OPEN-CENTS TO WS-ITEM-VALUE
          END-IF
          PERFORM ACCUMULATE-ONE-ITEM
       END-IF
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    .

SUM-AR-SUBLEDGER.
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       IF AR-IS-OPEN OF WS-AR-RECORD
          MOVE "AR" TO WS-ITEM-TYPE
          MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD TO WS-ITEM-ACCT-1
          MOVE 0 TO WS-ITEM-ACCT-2
          MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-ITEM-VALUE
          PERFORM ACCUMULATE-ONE-ITEM
       END-IF
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

SUM-FA-SUBLEDGER.
    MOVE SPACE TO WS-FA-RECORD
    MOVE "L" TO WS-FA-OP-CODE
    CALL "FIXED-ASSETS-IO" USING
         WS-FA-OP-CODE
         WS-FA-RECORD
         WS-FA-RETURN-STATUS

    PERFORM UNTIL WS-FA-RETURN-STATUS NOT = "00"
       IF FA-IS-ACTIVE OF WS-FA-RECORD
          MOVE "FA" TO WS-ITEM-TYPE
          MOVE FA-ASSET-ACCT OF WS-FA-RECORD TO WS-ITEM-ACCT-1
          MOVE 0 TO WS-ITEM-ACCT-2
          MOVE FA-COST-CENTS OF WS-FA-RECORD TO WS-ITEM-VALUE
          PERFORM ACCUMULATE-ONE-ITEM

          PERFORM COMPUTE-ACCUM-DEPRECIATION
          MOVE "DA" TO WS-ITEM-TYPE
          MOVE FA-ACCUM-DEPR-ACCT OF WS-FA-RECORD TO WS-ITEM-ACCT-1
          MOVE 0 TO WS-ITEM-ACCT-2
          MOVE WS-DEPR-ACCUM TO WS-ITEM-VALUE
          PERFORM ACCUMULATE-ONE-ITEM
       END-IF
       MOVE "N" TO WS-FA-OP-CODE
       CALL "FIXED-ASSETS-IO" USING
            WS-FA-OP-CODE
            WS-FA-RECORD
            WS-FA-RETURN-STATUS
    END-PERFORM
    .

COMPUTE-ACCUM-DEPRECIATION.
    *> Mesma cota linear do DEPRECIATION: a ultima cota absorve a
    *> sobra do arredondamento, entao o ativo totalmente
    *> depreciado acumula exatamente o custo
    MOVE 0 TO WS-DEPR-ACCUM
    IF FA-LIFE-MONTHS OF WS-FA-RECORD = 0
       OR FA-MONTHS-DEPRECIATED OF WS-FA-RECORD = 0
       EXIT PARAGRAPH
    END-IF
    IF FA-MONTHS-DEPRECIATED OF WS-FA-RECORD
          NOT < FA-LIFE-MONTHS OF WS-FA-RECORD
       MOVE FA-COST-CENTS OF WS-FA-RECORD TO WS-DEPR-ACCUM
       EXIT PARAGRAPH
    END-IF
    DIVIDE FA-COST-CENTS OF WS-FA-RECORD
        BY FA-LIFE-MONTHS OF WS-FA-RECORD
        GIVING WS-DEPR-QUOTA
    COMPUTE WS-DEPR-ACCUM = WS-DEPR-QUOTA
          * FA-MONTHS-DEPRECIATED OF WS-FA-RECORD
    .

SUM-LN-SUBLEDGER.
    MOVE SPACE TO WS-LN-RECORD
    MOVE "L" TO WS-LN-OP-CODE
    CALL "LOANS-IO" USING
         WS-LN-OP-CODE
         WS-LN-RECORD
         WS-LN-RETURN-STATUS

    PERFORM UNTIL WS-LN-RETURN-STATUS NOT = "00"
       IF LN-IS-ACTIVE OF WS-LN-RECORD
          MOVE "LN" TO WS-ITEM-TYPE
          MOVE LN-ST-ACCT OF WS-LN-RECORD TO WS-ITEM-ACCT-1
          MOVE LN-LT-ACCT OF WS-LN-RECORD TO WS-ITEM-ACCT-2
          MOVE LN-OUTSTANDING-CENTS OF WS-LN-RECORD TO WS-ITEM-VALUE
          PERFORM ACCUMULATE-ONE-ITEM
       END-IF
       MOVE "N" TO WS-LN-OP-CODE
       CALL "LOANS-IO" USING
            WS-LN-OP-CODE
            WS-LN-RECORD
            WS-LN-RETURN-STATUS
    END-PERFORM
    .

ACCUMULATE-ONE-ITEM.
    MOVE "N" TO WS-CHK-FOUND-SWITCH
    PERFORM VARYING WS-CHK-I FROM 1 BY 1
            UNTIL WS-CHK-I > WS-CHK-COUNT OR CHK-SLOT-FOUND
       IF WS-CHK-TYPE (WS-CHK-I) = WS-ITEM-TYPE
          AND WS-CHK-ACCT-1 (WS-CHK-I) = WS-ITEM-ACCT-1
          AND WS-CHK-ACCT-2 (WS-CHK-I) = WS-ITEM-ACCT-2
          ADD WS-ITEM-VALUE TO WS-CHK-VALUE (WS-CHK-I)
          MOVE "Y" TO WS-CHK-FOUND-SWITCH
       END-IF
    END-PERFORM

    IF NOT CHK-SLOT-FOUND
       IF WS-CHK-COUNT >= 300
          MOVE SPACES TO WS-RP-LINE
          STRING "*** Mais de 300 contas de controle distintas - "
                 DELIMITED BY SIZE
                 "item fora da conciliacao. ***" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       ELSE
          ADD 1 TO WS-CHK-COUNT
          MOVE WS-ITEM-TYPE   TO WS-CHK-TYPE (WS-CHK-COUNT)
          MOVE WS-ITEM-ACCT-1 TO WS-CHK-ACCT-1 (WS-CHK-COUNT)
          MOVE WS-ITEM-ACCT-2 TO WS-CHK-ACCT-2 (WS-CHK-COUNT)
          MOVE WS-ITEM-VALUE  TO WS-CHK-VALUE (WS-CHK-COUNT)
       END-IF
    END-IF
    .

*> ============================================================
*>   Comparacao com o LEDGER
*> ============================================================
RECONCILE-ONE-TYPE.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- " DELIMITED BY SIZE
           WS-TYPE-TITLE (WS-TYPE-I) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-CHK-I FROM 1 BY 1
            UNTIL WS-CHK-I > WS-CHK-COUNT
       IF WS-CHK-TYPE (WS-CHK-I) = WS-TYPE-CODE (WS-TYPE-I)
          PERFORM RECONCILE-ONE-ACCOUNT
       END-IF
    END-PERFORM
    .

RECONCILE-ONE-ACCOUNT.
    MOVE 0 TO WS-GL-CLOSING
    MOVE WS-CHK-ACCT-1 (WS-CHK-I) TO LG-ACCOUNT-ID OF WS-LG-RECORD
    PERFORM ADD-LEDGER-CLOSING
    IF WS-CHK-ACCT-2 (WS-CHK-I) NOT = 0
       AND WS-CHK-ACCT-2 (WS-CHK-I) NOT = WS-CHK-ACCT-1 (WS-CHK-I)
       MOVE WS-CHK-ACCT-2 (WS-CHK-I) TO LG-ACCOUNT-ID OF WS-LG-RECORD
       PERFORM ADD-LEDGER-CLOSING
    END-IF

    *> Contas de natureza credora: saldo do LEDGER com sinal trocado
    IF WS-CHK-TYPE (WS-CHK-I) = "AP" OR "DA" OR "LN"
       COMPUTE WS-GL-CLOSING = 0 - WS-GL-CLOSING
    END-IF

    COMPUTE WS-DIFF-CENTS = WS-CHK-VALUE (WS-CHK-I)
          - WS-GL-CLOSING

    COMPUTE WS-DEC-AMOUNT = WS-CHK-VALUE (WS-CHK-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-SUB
    COMPUTE WS-DEC-AMOUNT = WS-GL-CLOSING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-GL
    COMPUTE WS-DEC-AMOUNT = WS-DIFF-CENTS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-DIFF

    MOVE SPACES TO WS-RP-LINE
    IF WS-CHK-ACCT-2 (WS-CHK-I) = 0
       STRING "Conta " DELIMITED BY SIZE
              WS-CHK-ACCT-1 (WS-CHK-I) DELIMITED BY SIZE
              "            auxiliar " DELIMITED BY SIZE
              WS-EDIT-SUB DELIMITED BY SIZE
              " LEDGER " DELIMITED BY SIZE
              WS-EDIT-GL DELIMITED BY SIZE
         INTO WS-RP-LINE
    ELSE
       STRING "Contas " DELIMITED BY SIZE
              WS-CHK-ACCT-1 (WS-CHK-I) DELIMITED BY SIZE
              "+" DELIMITED BY SIZE
              WS-CHK-ACCT-2 (WS-CHK-I) DELIMITED BY SIZE
              " auxiliar " DELIMITED BY SIZE
              WS-EDIT-SUB DELIMITED BY SIZE
              " LEDGER " DELIMITED BY SIZE
              WS-EDIT-GL DELIMITED BY SIZE
         INTO WS-RP-LINE
    END-IF
    PERFORM EMIT-REPORT-LINE

    IF WS-DIFF-CENTS NOT = 0
       ADD 1 TO WS-DIVERGENT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "    *** DIVERGENCIA: " DELIMITED BY SIZE
              WS-EDIT-DIFF DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

ADD-LEDGER-CLOSING.
    *> LG-ACCOUNT-ID ja preenchida pelo chamador
    MOVE WS-REPORT-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS = "00"
       ADD LG-CLOSING-CENTS OF WS-LG-RECORD TO WS-GL-CLOSING
    END-IF
    .

*> ============================================================
*>   Alerta de divergencia (ALERTS-IO)
*> ============================================================
RAISE-DIVERGENCE-ALERT.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE WS-DIVERGENT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO WS-ALERT-TEXT
    STRING "AUXILIAR X LEDGER: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " DIVERGENCIA(S) PERIODO " DELIMITED BY SIZE
           WS-REPORT-PERIOD DELIMITED BY SIZE
      INTO WS-ALERT-TEXT

    MOVE SPACE TO WS-US-RECORD
    MOVE "L" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS

    PERFORM UNTIL WS-US-RETURN-STATUS NOT = "00"
       IF US-IS-ACTIVE OF WS-US-RECORD
          AND US-PERM-PERIOD OF WS-US-RECORD = "Y"
          PERFORM CREATE-ONE-ALERT
       END-IF
       MOVE "N" TO WS-US-OP-CODE
       CALL "USERS-IO" USING
            WS-US-OP-CODE
            WS-US-RECORD
            WS-US-RETURN-STATUS
    END-PERFORM
    .

CREATE-ONE-ALERT.
    MOVE SPACE TO WS-ALR-RECORD
    MOVE US-OPERATOR-ID OF WS-US-RECORD
      TO ALR-OPERATOR OF WS-ALR-RECORD
    MOVE WS-TODAY    TO ALR-DATE OF WS-ALR-RECORD
    MOVE WS-NOW-TIME TO ALR-TIME OF WS-ALR-RECORD
    MOVE "W"         TO ALR-SEVERITY OF WS-ALR-RECORD
    MOVE "SUBLRECN"  TO ALR-SOURCE OF WS-ALR-RECORD
    MOVE WS-ALERT-TEXT TO ALR-TEXT OF WS-ALR-RECORD
    SET ALR-IS-PENDING OF WS-ALR-RECORD TO TRUE

    MOVE "C" TO WS-ALR-OP-CODE
    CALL "ALERTS-IO" USING
         WS-ALR-OP-CODE
         WS-ALR-RECORD
         WS-ALR-RETURN-STATUS
    IF WS-ALR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao criar alerta para "
               US-OPERATOR-ID OF WS-US-RECORD
               " - STATUS: " WS-ALR-RETURN-STATUS
    END-IF
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
    MOVE WS-CHK-COUNT TO BS-ST-VALUE (1)
    MOVE "DIVERG" TO BS-ST-TAG (2)
    MOVE WS-DIVERGENT-COUNT TO BS-ST-VALUE (2)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "SR0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
