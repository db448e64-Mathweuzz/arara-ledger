>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: inv-obsol.cob
*> Objetivo:
*>   - Provisao mensal para obsolescencia de estoque a partir da
*>     idade do saldo: para um periodo AAAAMM informado, calcula
*>     pelo INV-AGING a divisao do valor de cada item nas faixas
*>     de idade das camadas de entrada no fim do mes e aplica a
*>     matriz de percentuais do SYS-PARAMS (centesimos de %):
*>       INV-OBS-PCT-90      (0-90 dias,    default 0)
*>       INV-OBS-PCT-180     (91-180 dias,  default 1000 = 10%)
*>       INV-OBS-PCT-365     (181-365 dias, default 2500 = 25%)
*>       INV-OBS-PCT-OVER365 (+365 dias,    default 5000 = 50%)
*>   - Contas pelo SYS-PARAMS: INV-OBS-EXP-ACCT (despesa) e
*>     INV-OBS-ACCT (redutora do estoque); sem as duas nada e
*>     lancado (RC 8).
*>   - Diferente da PDD (provisao cheia com reversao no mes
*>     seguinte), aqui so a VARIACAO e lancada: o saldo credor
*>     da redutora no LEDGER (fechamento do periodo, ou do
*>     periodo anterior quando o mes ainda nao tem registro) e
*>     comparado com a provisao requerida; a diferenca sai num
*>     lancamento via JOURNAL-IO - complemento (D despesa / C
*>     redutora) ou reversao (D redutora / C despesa). Rodar
*>     depois do POST-LEDGER do mes.
*>   - JR-TXN-ID fixo por periodo, na faixa das provisoes
*>     (TXN-SEQ-IO 'B', faixa 'B', somando 2000000000 +
*>     periodo): reexecutar o periodo cai em "22 chave
*>     duplicada" em vez de dobrar o ajuste - o relatorio sai do
*>     mesmo jeito. Origem ETQ (estoques).
*>   - Relatorio (spool INV-OBSOL): base e provisao por faixa,
*>     saldo existente, ajuste lancado e a movimentacao da conta
*>     redutora no LEDGER, no molde do AR-PROVISION.
*>   - RC 0 ok, RC 8 parametro ausente ou lancamento recusado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-OBSOL.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Base da faixa reservada de JR-TXN-ID (TXN-SEQ-IO 'B')
01 WS-OBS-ID-BASE       PIC 9(12).
01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-PRIOR-PERIOD      PIC 9(6).
01 WS-PERIOD-END-DATE   PIC 9(8).
01 WS-EXPENSE-ACCT      PIC 9(10) VALUE 0.
01 WS-OBS-ACCT          PIC 9(10) VALUE 0.

*> Matriz de percentuais por faixa (centesimos de %)
01 WS-PCT-TABLE.
   05 WS-PCT-90         PIC 9(5) VALUE 0.
   05 WS-PCT-180        PIC 9(5) VALUE 1000.
   05 WS-PCT-365        PIC 9(5) VALUE 2500.
   05 WS-PCT-OVER365    PIC 9(5) VALUE 5000.
01 WS-PCT-VIEW REDEFINES WS-PCT-TABLE.
   05 WS-PCT OCCURS 4 TIMES PIC 9(5).
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.

*> Spool do relatorio (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-IT-OP-CODE        PIC X.
COPY "inv-items.cpy" REPLACING ==IT-RECORD== BY ==WS-IT-RECORD==.
01 WS-IT-RETURN-STATUS  PIC XX.

COPY "inv-aging.cpy" REPLACING ==AG-RESULT== BY ==WS-AG-RESULT==.
01 WS-AG-RETURN-STATUS  PIC XX.

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

*> Base e provisao por faixa
01 WS-BUCKET-TABLE.
   05 WS-BUCKET-BASE  OCCURS 4 TIMES PIC 9(18).
   05 WS-BUCKET-PROV  OCCURS 4 TIMES PIC 9(18).
01 WS-BUCKET-I          PIC 9.
01 WS-BUCKET-LABELS.
   05 FILLER            PIC X(16) VALUE "Base 0-90 dias..".
   05 FILLER            PIC X(16) VALUE "Base 91-180 dias".
   05 FILLER            PIC X(16) VALUE "Base 181-365....".
   05 FILLER            PIC X(16) VALUE "Base +365 dias..".
01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
   05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(16).

01 WS-ITEMS-AGED        PIC 9(6) VALUE 0.
01 WS-REQUIRED-PROV     PIC 9(18) VALUE 0.
01 WS-EXISTING-PROV     PIC S9(18) VALUE 0.
01 WS-DELTA-PROV        PIC S9(18) VALUE 0.
01 WS-ADJUST-CENTS      PIC 9(15).
01 WS-EXISTING-SOURCE   PIC 9(6) VALUE 0.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-PROV         PIC -(14)9.99.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "INVOBSOL".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== INV-OBSOL - Provisao para obsolescencia de estoque ==="

    *> Base da faixa reservada vem do servico central de numeracao
    MOVE "B" TO WS-SQ-OP-CODE
    MOVE "B" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    MOVE WS-SQ-TXN-ID TO WS-OBS-ID-BASE

    DISPLAY "Periodo a provisionar (AAAAMM)....: " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31
    IF WS-TARGET-PERIOD (5:2) = "01"
       COMPUTE WS-PRIOR-PERIOD = WS-TARGET-PERIOD - 89
    ELSE
       COMPUTE WS-PRIOR-PERIOD = WS-TARGET-PERIOD - 1
    END-IF

    PERFORM LOAD-OBS-PARAMS

    MOVE "INV-OBSOL" TO WS-RP-REPORT-NAME
    MOVE WS-TARGET-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== INV-OBSOL - Obsolescencia de estoque do periodo "
           DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-EXPENSE-ACCT = 0 OR WS-OBS-ACCT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Parametros INV-OBS-EXP-ACCT/INV-OBS-ACCT nao "
              DELIMITED BY SIZE
              "cadastrados - provisao NAO calculada. ***"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    INITIALIZE WS-BUCKET-TABLE
    PERFORM SCAN-STOCK-ITEMS
    PERFORM COMPUTE-REQUIRED-PROVISION
    PERFORM READ-EXISTING-PROVISION
    COMPUTE WS-DELTA-PROV = WS-REQUIRED-PROV - WS-EXISTING-PROV

    PERFORM PRINT-BUCKET-BASES

    IF WS-DELTA-PROV = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Provisao ja no valor requerido - nenhum ajuste no "
              DELIMITED BY SIZE
              "periodo." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       PERFORM WRITE-ADJUSTMENT-ENTRY
    END-IF

    PERFORM PRINT-OBS-MOVEMENT
    PERFORM CLOSE-REPORT-SPOOL

    DISPLAY " "
    DISPLAY "Itens com saldo avaliados.: " WS-ITEMS-AGED
    DISPLAY "Provisao requerida........: " WS-REQUIRED-PROV
    DISPLAY "INV-OBSOL - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LOAD-OBS-PARAMS.
    *> Matriz central (SYS-PARAMS); parametro ausente mantem o
    *> default do VALUE
    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-OBS-PCT-90" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PCT-90
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-OBS-PCT-180" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PCT-180
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-OBS-PCT-365" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PCT-365
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-OBS-PCT-OVER365" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PCT-OVER365
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-OBS-EXP-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-EXPENSE-ACCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-OBS-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-ONE-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-OBS-ACCT
    END-IF
    .

READ-ONE-PARAM.
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    .

SCAN-STOCK-ITEMS.
    MOVE SPACE TO WS-IT-RECORD
    MOVE "L" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS

    PERFORM UNTIL WS-IT-RETURN-STATUS NOT = "00"
       CALL "INV-AGING" USING
            WS-IT-RECORD
            WS-PERIOD-END-DATE
            WS-AG-RESULT
            WS-AG-RETURN-STATUS
       IF WS-AG-RETURN-STATUS = "00"
          ADD 1 TO WS-ITEMS-AGED
          PERFORM VARYING WS-BUCKET-I FROM 1 BY 1
                  UNTIL WS-BUCKET-I > 4
             ADD AG-BUCKET-CENTS OF WS-AG-RESULT (WS-BUCKET-I)
               TO WS-BUCKET-BASE (WS-BUCKET-I)
          END-PERFORM
       END-IF
       MOVE "N" TO WS-IT-OP-CODE
       CALL "INV-ITEMS-IO" USING
            WS-IT-OP-CODE
            WS-IT-RECORD
            WS-IT-RETURN-STATUS
    END-PERFORM
    .

COMPUTE-REQUIRED-PROVISION.
    MOVE 0 TO WS-REQUIRED-PROV
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       COMPUTE WS-BUCKET-PROV (WS-BUCKET-I) ROUNDED =
               (WS-BUCKET-BASE (WS-BUCKET-I) * WS-PCT (WS-BUCKET-I))
               / 10000
       ADD WS-BUCKET-PROV (WS-BUCKET-I) TO WS-REQUIRED-PROV
    END-PERFORM
    .

READ-EXISTING-PROVISION.
    *> Conta redutora: saldo credor (negativo no LEDGER) e a
    *> provisao ja constituida
    MOVE 0 TO WS-EXISTING-PROV
    MOVE SPACE TO WS-LG-RECORD
    MOVE WS-OBS-ACCT TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-TARGET-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS = "00"
       MOVE WS-TARGET-PERIOD TO WS-EXISTING-SOURCE
       COMPUTE WS-EXISTING-PROV = 0 - LG-CLOSING-CENTS OF WS-LG-RECORD
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-LG-RECORD
    MOVE WS-OBS-ACCT TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-PRIOR-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS = "00"
       MOVE WS-PRIOR-PERIOD TO WS-EXISTING-SOURCE
       COMPUTE WS-EXISTING-PROV = 0 - LG-CLOSING-CENTS OF WS-LG-RECORD
    END-IF
    .

PRINT-BUCKET-BASES.
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       COMPUTE WS-DEC-AMOUNT = WS-BUCKET-BASE (WS-BUCKET-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       COMPUTE WS-DEC-AMOUNT = WS-BUCKET-PROV (WS-BUCKET-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-PROV
       MOVE SPACES TO WS-RP-LINE
       STRING WS-BUCKET-LABEL (WS-BUCKET-I) DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              "  (pct " DELIMITED BY SIZE
              WS-PCT (WS-BUCKET-I) DELIMITED BY SIZE
              ")  provisao " DELIMITED BY SIZE
              WS-EDIT-PROV DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    COMPUTE WS-DEC-AMOUNT = WS-REQUIRED-PROV / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "PROVISAO REQUERIDA: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           WS-ITEMS-AGED DELIMITED BY SIZE
           " itens com saldo)" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-EXISTING-PROV / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    IF WS-EXISTING-SOURCE = 0
       STRING "SALDO EXISTENTE...: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              "  (conta sem registro no LEDGER)" DELIMITED BY SIZE
         INTO WS-RP-LINE
    ELSE
       STRING "SALDO EXISTENTE...: " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              "  (LEDGER " DELIMITED BY SIZE
              WS-EXISTING-SOURCE DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO WS-RP-LINE
    END-IF
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-DELTA-PROV / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "AJUSTE DO MES.....: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

WRITE-ADJUSTMENT-ENTRY.
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    COMPUTE JR-TXN-ID = WS-OBS-ID-BASE + 2000000000
                      + WS-TARGET-PERIOD
    MOVE WS-PERIOD-END-DATE TO JR-DATE

    *> Complemento: D despesa / C redutora; reversao: o inverso
    IF WS-DELTA-PROV > 0
       MOVE WS-DELTA-PROV TO WS-ADJUST-CENTS
       STRING "PROVISAO OBSOLESCENCIA " DELIMITED BY SIZE
              WS-TARGET-PERIOD DELIMITED BY SIZE
         INTO JR-MEMO
       MOVE WS-EXPENSE-ACCT TO JR-LINE-ACCOUNT-ID (1)
       MOVE WS-OBS-ACCT     TO JR-LINE-ACCOUNT-ID (2)
    ELSE
       COMPUTE WS-ADJUST-CENTS = 0 - WS-DELTA-PROV
       STRING "REVERSAO PROV OBSOLESCENCIA " DELIMITED BY SIZE
              WS-TARGET-PERIOD DELIMITED BY SIZE
         INTO JR-MEMO
       MOVE WS-OBS-ACCT     TO JR-LINE-ACCOUNT-ID (1)
       MOVE WS-EXPENSE-ACCT TO JR-LINE-ACCOUNT-ID (2)
    END-IF

    MOVE 1 TO JR-LINE-NO (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-ADJUST-CENTS TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-ADJUST-CENTS TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-INVENTORY OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO

    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         WS-JR-OPERATOR-ID
         WS-JR-RETURN-STATUS

    MOVE SPACES TO WS-RP-LINE
    STRING "Lancamento do ajuste (ID " DELIMITED BY SIZE
           JR-TXN-ID DELIMITED BY SIZE
           ") - STATUS: " DELIMITED BY SIZE
           WS-JR-RETURN-STATUS DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    *> "22" = ajuste deste periodo ja lancado numa execucao
    *> anterior - o relatorio ainda sai, nada e regravado
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       AND WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

PRINT-OBS-MOVEMENT.
    *> Movimentacao da conta redutora no LEDGER do periodo
    MOVE SPACE TO WS-LG-RECORD
    MOVE WS-OBS-ACCT TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-TARGET-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Movimentacao da conta redutora " DELIMITED BY SIZE
           WS-OBS-ACCT DELIMITED BY SIZE
           " no periodo ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-LG-RETURN-STATUS NOT = "00"
       MOVE SPACES TO WS-RP-LINE
       STRING "(sem registro no LEDGER - o ajuste deste mes so "
              DELIMITED BY SIZE
              "aparece apos o POST-LEDGER)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DEC-AMOUNT = LG-OPENING-CENTS OF WS-LG-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Abertura...: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = LG-DEBIT-CENTS OF WS-LG-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Debitos....: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = LG-CREDIT-CENTS OF WS-LG-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Creditos...: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = LG-CLOSING-CENTS OF WS-LG-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Fechamento.: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

EMIT-REPORT-LINE.
    *> Cada linha sai no terminal e no spool
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
