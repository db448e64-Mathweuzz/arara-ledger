>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lease-sched.cob
*> Objetivo:
*>   - Processamento mensal dos arrendamentos (LEASES, CPC 06 /
*>     IFRS 16): para um periodo AAAAMM informado, cada contrato
*>     ativo ainda dentro do prazo gera:
*>       . na primeira execucao, a medicao inicial - D direito de
*>         uso (LS-ROU-ACCT) pelo valor presente x C passivo
*>         circulante pela parte do principal que vence nos
*>         proximos 12 meses e C passivo nao circulante pelo
*>         restante;
*>       . o lancamento do mes - D despesa de depreciacao x C
*>         depreciacao acumulada (valor presente / prazo, linear;
*>         a ultima absorve a sobra), D despesa de juros x C
*>         passivo circulante (saldo do passivo x taxa anual /
*>         12; o ultimo mes fecha o saldo em zero) e a
*>         reclassificacao D nao circulante x C circulante do
*>         principal que entrou na janela de 12 meses.
*>     A parcela paga ao arrendador NAO e lancada aqui: a fatura
*>     dele, registrada no AP-MENU contra o LS-ST-ACCT, baixa o
*>     passivo circulante e segue para pagamento pelo contas a
*>     pagar.
*>     Cada contrato usa JR-TXN-ID fixo na faixa dos
*>     emprestimos/financeiro (TXN-SEQ-IO 'B', faixa 'E', somando
*>     3000000000 + periodo*10000 + sequencia do contrato*10 +
*>     tipo: 1 medicao inicial, 2 lancamento do mes) - reexecutar
*>     o periodo cai em "22 chave duplicada" em vez de lancar
*>     duas vezes.
*>   - Avancos de controle (LS-MONTHS-ELAPSED, LS-LAST-PERIOD,
*>     LS-INCEPTION-FLAG; contrato no fim do prazo vira 'I')
*>     numa fase propria apos o browse, como no LOAN-SCHED.
*>   - Modo previa (ultima pergunta do SYSIN = "P"): monta os
*>     mesmos lancamentos e so os imprime (ENTRY-PREVIEW, spool
*>     PREVIA-ARRD) - nada vai para o JOURNAL e o LEASES nao e
*>     avancado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LEASE-SCHED.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Base da faixa reservada de JR-TXN-ID (TXN-SEQ-IO 'B')
01 WS-LEASE-ID-BASE     PIC 9(12).
01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-PERIOD-END-DATE   PIC 9(8).
01 WS-LEASE-SEQ         PIC 9(3) VALUE 0.
01 WS-ENTRY-KIND        PIC 9.

01 WS-LS-OP-CODE        PIC X.
COPY "leases.cpy" REPLACING ==LS-RECORD== BY ==WS-LS-RECORD==.
01 WS-LS-RETURN-STATUS  PIC XX.

01 WS-UPD-LS-OP-CODE       PIC X.
COPY "leases.cpy" REPLACING ==LS-RECORD== BY ==WS-UPD-LS-RECORD==.
01 WS-UPD-LS-RETURN-STATUS PIC XX.

*> Cronograma do passivo (ver COMPUTE-SCHEDULE-BALANCE)
01 WS-SCHED-MONTH       PIC 9(4).
01 WS-SCHED-M           PIC 9(4).
01 WS-SCHED-BALANCE     PIC S9(16).
01 WS-SCHED-INTEREST    PIC S9(16).

01 WS-NEW-MONTHS        PIC 9(3).
01 WS-INTEREST-CENTS    PIC S9(16).
01 WS-DEPR-CENTS        PIC 9(15).
01 WS-LT-BEFORE         PIC S9(16).
01 WS-LT-AFTER          PIC S9(16).
01 WS-RECLASS-CENTS     PIC S9(16).
01 WS-ST-INITIAL        PIC S9(16).
01 WS-LINE-ACCT         PIC 9(10).
01 WS-LINE-DC           PIC X.
01 WS-LINE-AMOUNT       PIC S9(16).
01 WS-SKIP-SWITCH       PIC X.
   88 SKIP-THIS-LEASE         VALUE "Y".

*> Avancos coletados na varredura, aplicados na fase final
01 WS-UPDT-TABLE.
   05 WS-UPDT-ENTRY OCCURS 100 TIMES.
      10 WS-UPDT-LEASE       PIC 9(8).
      10 WS-UPDT-NEW-MONTHS  PIC 9(3).
01 WS-UPDT-COUNT        PIC 9(3) VALUE 0.
01 WS-UPDT-I            PIC 9(3).

01 WS-PROCESSED-COUNT   PIC 9(3)  VALUE 0.
01 WS-TOTAL-INCEPTION   PIC 9(18) VALUE 0.
01 WS-TOTAL-DEPR        PIC 9(18) VALUE 0.
01 WS-TOTAL-INTEREST    PIC 9(18) VALUE 0.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "LEASESCH".
01 WS-JR-RETURN-STATUS  PIC XX.
01 WS-LINE-I            PIC 9(3).

*> Modo previa: os lancamentos sao so impressos (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-ARRD".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== LEASE-SCHED - Arrendamentos (CPC 06 / IFRS 16) ==="

    *> Base da faixa reservada vem do servico central de numeracao
    MOVE "B" TO WS-SQ-OP-CODE
    MOVE "E" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    COMPUTE WS-LEASE-ID-BASE = WS-SQ-TXN-ID + 3000000000

    DISPLAY "Periodo a processar (AAAAMM)......: " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    MOVE SPACE TO WS-LS-RECORD
    MOVE "L" TO WS-LS-OP-CODE
    CALL "LEASES-IO" USING
         WS-LS-OP-CODE
         WS-LS-RECORD
         WS-LS-RETURN-STATUS

    PERFORM UNTIL WS-LS-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-LEASE-SEQ
       IF LS-IS-ACTIVE OF WS-LS-RECORD
          PERFORM PROCESS-ONE-LEASE
       END-IF
       MOVE "N" TO WS-LS-OP-CODE
       CALL "LEASES-IO" USING
            WS-LS-OP-CODE
            WS-LS-RECORD
            WS-LS-RETURN-STATUS
    END-PERFORM

    IF WS-PROCESSED-COUNT = 0
       DISPLAY "Nenhum arrendamento a processar no periodo "
               WS-TARGET-PERIOD "."
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
       DISPLAY "PREVIA - contratos NAO avancados."
    ELSE
       PERFORM ADVANCE-LEASE-CONTROLS
    END-IF

    DISPLAY " "
    DISPLAY "Contratos processados....: " WS-PROCESSED-COUNT
    DISPLAY "Medicao inicial (VP).....: " WS-TOTAL-INCEPTION
    DISPLAY "Depreciacao direito de uso: " WS-TOTAL-DEPR
    DISPLAY "Juros do passivo.........: " WS-TOTAL-INTEREST
    DISPLAY "LEASE-SCHED - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

PROCESS-ONE-LEASE.
    *> Fora do escopo: ja processado, fim do prazo ou ainda nao
    *> iniciado no periodo
    IF LS-LAST-PERIOD OF WS-LS-RECORD NOT < WS-TARGET-PERIOD
       EXIT PARAGRAPH
    END-IF
    IF LS-MONTHS-ELAPSED OF WS-LS-RECORD
          NOT < LS-TERM-MONTHS OF WS-LS-RECORD
       EXIT PARAGRAPH
    END-IF
    IF LS-START-DATE OF WS-LS-RECORD > WS-PERIOD-END-DATE
       EXIT PARAGRAPH
    END-IF
    IF LS-TERM-MONTHS OF WS-LS-RECORD = 0
       OR LS-INITIAL-PV-CENTS OF WS-LS-RECORD = 0
       DISPLAY "*** Arrendamento " LS-LEASE-ID OF WS-LS-RECORD
               " com prazo ou valor presente zero - ignorado."
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SKIP-SWITCH

    IF NOT LS-INCEPTION-POSTED OF WS-LS-RECORD
       PERFORM WRITE-INCEPTION-ENTRY
       IF SKIP-THIS-LEASE
          EXIT PARAGRAPH
       END-IF
    END-IF

    COMPUTE WS-NEW-MONTHS = LS-MONTHS-ELAPSED OF WS-LS-RECORD + 1

    *> Depreciacao linear; o ultimo mes fecha o custo
    DIVIDE LS-INITIAL-PV-CENTS OF WS-LS-RECORD
        BY LS-TERM-MONTHS OF WS-LS-RECORD
        GIVING WS-DEPR-CENTS
    IF WS-NEW-MONTHS = LS-TERM-MONTHS OF WS-LS-RECORD
       COMPUTE WS-DEPR-CENTS = LS-INITIAL-PV-CENTS OF WS-LS-RECORD
             - (WS-DEPR-CENTS * (LS-TERM-MONTHS OF WS-LS-RECORD - 1))
    END-IF

    *> Juros do mes pelo cronograma do passivo
    MOVE WS-NEW-MONTHS TO WS-SCHED-MONTH
    PERFORM COMPUTE-SCHEDULE-BALANCE
    MOVE WS-SCHED-INTEREST TO WS-INTEREST-CENTS

    *> Nao circulante = saldo do passivo 12 meses adiante
    COMPUTE WS-SCHED-MONTH = LS-MONTHS-ELAPSED OF WS-LS-RECORD + 12
    PERFORM COMPUTE-SCHEDULE-BALANCE
    MOVE WS-SCHED-BALANCE TO WS-LT-BEFORE
    COMPUTE WS-SCHED-MONTH = WS-NEW-MONTHS + 12
    PERFORM COMPUTE-SCHEDULE-BALANCE
    MOVE WS-SCHED-BALANCE TO WS-LT-AFTER
    COMPUTE WS-RECLASS-CENTS = WS-LT-BEFORE - WS-LT-AFTER

    PERFORM WRITE-MONTH-ENTRY
    IF SKIP-THIS-LEASE
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-PROCESSED-COUNT
    ADD WS-DEPR-CENTS TO WS-TOTAL-DEPR
    ADD WS-INTEREST-CENTS TO WS-TOTAL-INTEREST

    IF WS-UPDT-COUNT >= 100
       DISPLAY "*** Mais de 100 arrendamentos numa unica execucao - "
               "rode em partes. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-UPDT-COUNT
    MOVE LS-LEASE-ID OF WS-LS-RECORD TO WS-UPDT-LEASE (WS-UPDT-COUNT)
    MOVE WS-NEW-MONTHS TO WS-UPDT-NEW-MONTHS (WS-UPDT-COUNT)
    .

COMPUTE-SCHEDULE-BALANCE.
    *> Saldo do passivo apos WS-SCHED-MONTH parcelas (e os juros
    *> daquele mes em WS-SCHED-INTEREST), refazendo o cronograma
    *> desde o valor presente: juro = saldo x taxa anual / 12,
    *> parcela postecipada; no ultimo mes o juro e o que fecha o
    *> saldo em zero (absorve o arredondamento). Alem do prazo o
    *> saldo e zero.
    MOVE LS-INITIAL-PV-CENTS OF WS-LS-RECORD TO WS-SCHED-BALANCE
    MOVE 0 TO WS-SCHED-INTEREST
    IF WS-SCHED-MONTH > LS-TERM-MONTHS OF WS-LS-RECORD
       MOVE 0 TO WS-SCHED-BALANCE
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SCHED-M FROM 1 BY 1
            UNTIL WS-SCHED-M > WS-SCHED-MONTH
       IF WS-SCHED-M = LS-TERM-MONTHS OF WS-LS-RECORD
          COMPUTE WS-SCHED-INTEREST =
                  LS-PAYMENT-CENTS OF WS-LS-RECORD - WS-SCHED-BALANCE
       ELSE
          COMPUTE WS-SCHED-INTEREST ROUNDED =
                  (WS-SCHED-BALANCE * LS-ANNUAL-RATE OF WS-LS-RECORD)
                  / 1200
       END-IF
       COMPUTE WS-SCHED-BALANCE = WS-SCHED-BALANCE
             + WS-SCHED-INTEREST - LS-PAYMENT-CENTS OF WS-LS-RECORD
    END-PERFORM
    .

WRITE-INCEPTION-ENTRY.
    *> Medicao inicial: D direito de uso x C circulante/nao
    *> circulante pela janela de 12 meses do cronograma
    MOVE 12 TO WS-SCHED-MONTH
    PERFORM COMPUTE-SCHEDULE-BALANCE
    COMPUTE WS-ST-INITIAL = LS-INITIAL-PV-CENTS OF WS-LS-RECORD
          - WS-SCHED-BALANCE

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE 1 TO WS-ENTRY-KIND
    PERFORM SET-ENTRY-ID
    IF LS-START-DATE OF WS-LS-RECORD (1:6) = WS-TARGET-PERIOD
       MOVE LS-START-DATE OF WS-LS-RECORD TO JR-DATE
    ELSE
       MOVE WS-PERIOD-END-DATE TO JR-DATE
    END-IF
    STRING "ARREND INICIAL " DELIMITED BY SIZE
           LS-LEASE-ID OF WS-LS-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LS-DESCRIPTION OF WS-LS-RECORD DELIMITED BY SIZE
      INTO JR-MEMO
    MOVE 0 TO WS-LINE-I

    MOVE LS-ROU-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "D" TO WS-LINE-DC
    MOVE LS-INITIAL-PV-CENTS OF WS-LS-RECORD TO WS-LINE-AMOUNT
    PERFORM ADD-ENTRY-LINE

    MOVE LS-ST-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "C" TO WS-LINE-DC
    MOVE WS-ST-INITIAL TO WS-LINE-AMOUNT
    PERFORM ADD-ENTRY-LINE

    MOVE LS-LT-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "C" TO WS-LINE-DC
    MOVE WS-SCHED-BALANCE TO WS-LINE-AMOUNT
    PERFORM ADD-ENTRY-LINE

    PERFORM POST-ENTRY
    IF NOT SKIP-THIS-LEASE
       ADD LS-INITIAL-PV-CENTS OF WS-LS-RECORD TO WS-TOTAL-INCEPTION
    END-IF
    .

WRITE-MONTH-ENTRY.
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE 2 TO WS-ENTRY-KIND
    PERFORM SET-ENTRY-ID
    MOVE WS-PERIOD-END-DATE TO JR-DATE
    STRING "ARREND " DELIMITED BY SIZE
           LS-LEASE-ID OF WS-LS-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " MES " DELIMITED BY SIZE
           WS-NEW-MONTHS DELIMITED BY SIZE
      INTO JR-MEMO
    MOVE 0 TO WS-LINE-I

    MOVE LS-DEPR-EXP-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "D" TO WS-LINE-DC
    MOVE WS-DEPR-CENTS TO WS-LINE-AMOUNT
    PERFORM ADD-ENTRY-LINE
    MOVE LS-ROU-DEPR-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "C" TO WS-LINE-DC
    PERFORM ADD-ENTRY-LINE

    MOVE LS-INT-EXP-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "D" TO WS-LINE-DC
    MOVE WS-INTEREST-CENTS TO WS-LINE-AMOUNT
    PERFORM ADD-ENTRY-LINE
    MOVE LS-ST-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "C" TO WS-LINE-DC
    PERFORM ADD-ENTRY-LINE

    *> Principal que entrou na janela de 12 meses
    MOVE LS-LT-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "D" TO WS-LINE-DC
    MOVE WS-RECLASS-CENTS TO WS-LINE-AMOUNT
    PERFORM ADD-ENTRY-LINE
    MOVE LS-ST-ACCT OF WS-LS-RECORD TO WS-LINE-ACCT
    MOVE "C" TO WS-LINE-DC
    PERFORM ADD-ENTRY-LINE

    PERFORM POST-ENTRY
    .

SET-ENTRY-ID.
    COMPUTE JR-TXN-ID = WS-LEASE-ID-BASE
          + (WS-TARGET-PERIOD * 10000)
          + (WS-LEASE-SEQ * 10) + WS-ENTRY-KIND
    .

ADD-ENTRY-LINE.
    *> Linha zerada nao entra; valor negativo inverte o lado
    IF WS-LINE-AMOUNT = 0
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LINE-I
    MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
    MOVE WS-LINE-ACCT TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
    IF WS-LINE-AMOUNT < 0
       IF WS-LINE-DC = "D"
          MOVE "C" TO JR-LINE-DC (WS-LINE-I)
       ELSE
          MOVE "D" TO JR-LINE-DC (WS-LINE-I)
       END-IF
       COMPUTE JR-LINE-AMOUNT-CENTS (WS-LINE-I) = 0 - WS-LINE-AMOUNT
    ELSE
       MOVE WS-LINE-DC TO JR-LINE-DC (WS-LINE-I)
       MOVE WS-LINE-AMOUNT TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
    END-IF
    .

POST-ENTRY.
    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-LEASES OF JR-RECORD TO TRUE

    IF PREVIEW-MODE
       PERFORM PREVIEW-ENTRY
       EXIT PARAGRAPH
    END-IF

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

    DISPLAY "Arrendamento " LS-LEASE-ID OF WS-LS-RECORD
            ": lancamento " JR-TXN-ID
            " - STATUS: " WS-JR-RETURN-STATUS

    IF WS-JR-RETURN-STATUS NOT = FS-OK
       AND WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       DISPLAY "*** Lancamento do arrendamento "
               LS-LEASE-ID OF WS-LS-RECORD
               " recusado - controles nao avancados. ***"
       MOVE 8 TO WS-FINAL-RC
       MOVE "Y" TO WS-SKIP-SWITCH
    END-IF
    .

ADVANCE-LEASE-CONTROLS.
    PERFORM VARYING WS-UPDT-I FROM 1 BY 1
            UNTIL WS-UPDT-I > WS-UPDT-COUNT
       MOVE SPACE TO WS-UPD-LS-RECORD
       MOVE WS-UPDT-LEASE (WS-UPDT-I)
         TO LS-LEASE-ID OF WS-UPD-LS-RECORD

       MOVE "R" TO WS-UPD-LS-OP-CODE
       CALL "LEASES-IO" USING
            WS-UPD-LS-OP-CODE
            WS-UPD-LS-RECORD
            WS-UPD-LS-RETURN-STATUS

       IF WS-UPD-LS-RETURN-STATUS = "00"
          MOVE WS-UPDT-NEW-MONTHS (WS-UPDT-I)
            TO LS-MONTHS-ELAPSED OF WS-UPD-LS-RECORD
          MOVE WS-TARGET-PERIOD
            TO LS-LAST-PERIOD OF WS-UPD-LS-RECORD
          SET LS-INCEPTION-POSTED OF WS-UPD-LS-RECORD TO TRUE
          IF LS-MONTHS-ELAPSED OF WS-UPD-LS-RECORD
                NOT < LS-TERM-MONTHS OF WS-UPD-LS-RECORD
             *> Prazo cumprido: encerra
             SET LS-IS-INACTIVE OF WS-UPD-LS-RECORD TO TRUE
          END-IF

          MOVE "U" TO WS-UPD-LS-OP-CODE
          CALL "LEASES-IO" USING
               WS-UPD-LS-OP-CODE
               WS-UPD-LS-RECORD
               WS-UPD-LS-RETURN-STATUS
       END-IF

       IF WS-UPD-LS-RETURN-STATUS NOT = "00"
          DISPLAY "*** Falha ao atualizar arrendamento "
                  WS-UPDT-LEASE (WS-UPDT-I)
                  " - STATUS: " WS-UPD-LS-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .

PREVIEW-ENTRY.
    *> Lancamento proposto: impresso, nao gravado
    MOVE "E" TO WS-EP-OP-CODE
    CALL "ENTRY-PREVIEW" USING
         WS-EP-OP-CODE
         WS-EP-REPORT-NAME
         WS-EP-PERIOD
         JR-RECORD
         JR-LINES-TABLE
         WS-EP-RETURN-STATUS
    .

CLOSE-PREVIEW.
    MOVE "C" TO WS-EP-OP-CODE
    CALL "ENTRY-PREVIEW" USING
         WS-EP-OP-CODE
         WS-EP-REPORT-NAME
         WS-EP-PERIOD
         JR-RECORD
         JR-LINES-TABLE
         WS-EP-RETURN-STATUS
    .
