>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lease-mat.cob
*> Objetivo:
*>   - Tabela de vencimentos dos arrendamentos para as notas
*>     explicativas (CPC 06 / IFRS 16): para cada contrato ATIVO
*>     do LEASES ja medido pelo LEASE-SCHED, as parcelas
*>     restantes NAO descontadas por faixa de prazo (ate 1 ano,
*>     1-2, 2-3, 3-4, 4-5 e acima de 5 anos), os juros a
*>     apropriar e o saldo contabil do passivo, separado em
*>     circulante e nao circulante, mais o direito de uso liquido
*>     da depreciacao acumulada.
*>   - O saldo vem do mesmo cronograma do LEASE-SCHED (juro =
*>     saldo x taxa anual / 12, parcela postecipada, ultimo mes
*>     fecha em zero) apos LS-MONTHS-ELAPSED meses - reflete o
*>     que o batch ja lancou, nao o que o AP ja pagou.
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LEASE-MAT.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-REF-PERIOD        PIC 9(6).

01 WS-LS-OP-CODE        PIC X.
COPY "leases.cpy" REPLACING ==LS-RECORD== BY ==WS-LS-RECORD==.
01 WS-LS-RETURN-STATUS  PIC XX.

*> Cronograma do passivo (mesma regra do LEASE-SCHED)
01 WS-SCHED-MONTH       PIC 9(4).
01 WS-SCHED-M           PIC 9(4).
01 WS-SCHED-BALANCE     PIC S9(16).
01 WS-SCHED-INTEREST    PIC S9(16).

01 WS-CARRYING          PIC S9(16).
01 WS-LT-PORTION        PIC S9(16).
01 WS-ST-PORTION        PIC S9(16).
01 WS-DEPR-BASE         PIC 9(15).
01 WS-ROU-NET           PIC S9(16).
01 WS-UNDISCOUNTED      PIC S9(18).
01 WS-FUTURE-INTEREST   PIC S9(18).
01 WS-PAY-K             PIC 9(4).
01 WS-BUCKET            PIC 9(2).

*> Faixas de vencimento: 1 = ate 1 ano ... 5 = 4-5, 6 = acima
01 WS-BUCKET-LABELS.
   05 FILLER PIC X(16) VALUE "ate 1 ano       ".
   05 FILLER PIC X(16) VALUE "1 a 2 anos      ".
   05 FILLER PIC X(16) VALUE "2 a 3 anos      ".
   05 FILLER PIC X(16) VALUE "3 a 4 anos      ".
   05 FILLER PIC X(16) VALUE "4 a 5 anos      ".
   05 FILLER PIC X(16) VALUE "acima de 5 anos ".
01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
   05 WS-BUCKET-LABEL   PIC X(16) OCCURS 6 TIMES.
01 WS-LEASE-BUCKETS.
   05 WS-LEASE-BUCKET   PIC S9(18) OCCURS 6 TIMES.
01 WS-GRAND-BUCKETS.
   05 WS-GRAND-BUCKET   PIC S9(18) OCCURS 6 TIMES.

01 WS-GRAND-UNDISC      PIC S9(18) VALUE 0.
01 WS-GRAND-INTEREST    PIC S9(18) VALUE 0.
01 WS-GRAND-CARRYING    PIC S9(18) VALUE 0.
01 WS-GRAND-ST          PIC S9(18) VALUE 0.
01 WS-GRAND-LT          PIC S9(18) VALUE 0.
01 WS-GRAND-ROU-NET     PIC S9(18) VALUE 0.
01 WS-LEASES-COUNT      PIC 9(4)  VALUE 0.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-AMOUNT-2     PIC -(14)9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== LEASE-MAT - Vencimentos dos arrendamentos ==="
    DISPLAY "Periodo de referencia (AAAAMM)....: " WITH NO ADVANCING
    ACCEPT WS-REF-PERIOD

    MOVE "LEASE-MAT" TO WS-RP-REPORT-NAME
    MOVE WS-REF-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== LEASE-MAT - Arrendamentos (CPC 06) em "
           DELIMITED BY SIZE
           WS-REF-PERIOD DELIMITED BY SIZE
           " - parcelas nao descontadas por prazo ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE ZEROS TO WS-GRAND-BUCKETS

    MOVE SPACE TO WS-LS-RECORD
    MOVE "L" TO WS-LS-OP-CODE
    CALL "LEASES-IO" USING
         WS-LS-OP-CODE
         WS-LS-RECORD
         WS-LS-RETURN-STATUS

    PERFORM UNTIL WS-LS-RETURN-STATUS NOT = "00"
       IF LS-IS-ACTIVE OF WS-LS-RECORD
          AND LS-INCEPTION-POSTED OF WS-LS-RECORD
          AND LS-TERM-MONTHS OF WS-LS-RECORD NOT = 0
          PERFORM PRINT-ONE-LEASE
       END-IF
       MOVE "N" TO WS-LS-OP-CODE
       CALL "LEASES-IO" USING
            WS-LS-OP-CODE
            WS-LS-RECORD
            WS-LS-RETURN-STATUS
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "=== Total geral - " DELIMITED BY SIZE
           WS-LEASES-COUNT DELIMITED BY SIZE
           " contrato(s) ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 6
       COMPUTE WS-DEC-AMOUNT = WS-GRAND-BUCKET (WS-BUCKET) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "    " DELIMITED BY SIZE
              WS-BUCKET-LABEL (WS-BUCKET) DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    MOVE WS-GRAND-UNDISC TO WS-UNDISCOUNTED
    MOVE WS-GRAND-INTEREST TO WS-FUTURE-INTEREST
    MOVE WS-GRAND-CARRYING TO WS-CARRYING
    MOVE WS-GRAND-ST TO WS-ST-PORTION
    MOVE WS-GRAND-LT TO WS-LT-PORTION
    MOVE WS-GRAND-ROU-NET TO WS-ROU-NET
    PERFORM PRINT-TOTAL-LINES

    PERFORM CLOSE-REPORT-SPOOL
    STOP RUN
    .

PRINT-ONE-LEASE.
    ADD 1 TO WS-LEASES-COUNT
    MOVE ZEROS TO WS-LEASE-BUCKETS
    MOVE 0 TO WS-UNDISCOUNTED

    *> Saldo contabil apos os meses ja lancados e a parte que
    *> ainda estara em aberto daqui a 12 meses (nao circulante)
    MOVE LS-MONTHS-ELAPSED OF WS-LS-RECORD TO WS-SCHED-MONTH
    PERFORM COMPUTE-SCHEDULE-BALANCE
    MOVE WS-SCHED-BALANCE TO WS-CARRYING
    COMPUTE WS-SCHED-MONTH = LS-MONTHS-ELAPSED OF WS-LS-RECORD + 12
    PERFORM COMPUTE-SCHEDULE-BALANCE
    MOVE WS-SCHED-BALANCE TO WS-LT-PORTION
    COMPUTE WS-ST-PORTION = WS-CARRYING - WS-LT-PORTION

    *> Direito de uso liquido: custo menos a depreciacao linear
    *> dos meses lancados
    DIVIDE LS-INITIAL-PV-CENTS OF WS-LS-RECORD
        BY LS-TERM-MONTHS OF WS-LS-RECORD
        GIVING WS-DEPR-BASE
    IF LS-MONTHS-ELAPSED OF WS-LS-RECORD
          NOT < LS-TERM-MONTHS OF WS-LS-RECORD
       MOVE 0 TO WS-ROU-NET
    ELSE
       COMPUTE WS-ROU-NET = LS-INITIAL-PV-CENTS OF WS-LS-RECORD
             - (WS-DEPR-BASE * LS-MONTHS-ELAPSED OF WS-LS-RECORD)
    END-IF

    *> Parcelas restantes por faixa (parcela k vence k meses
    *> depois do inicio)
    PERFORM VARYING WS-PAY-K
            FROM LS-MONTHS-ELAPSED OF WS-LS-RECORD BY 1
            UNTIL WS-PAY-K NOT < LS-TERM-MONTHS OF WS-LS-RECORD
       COMPUTE WS-BUCKET = ((WS-PAY-K
             - LS-MONTHS-ELAPSED OF WS-LS-RECORD) / 12) + 1
       IF WS-BUCKET > 6
          MOVE 6 TO WS-BUCKET
       END-IF
       ADD LS-PAYMENT-CENTS OF WS-LS-RECORD
         TO WS-LEASE-BUCKET (WS-BUCKET)
       ADD LS-PAYMENT-CENTS OF WS-LS-RECORD
         TO WS-GRAND-BUCKET (WS-BUCKET)
       ADD LS-PAYMENT-CENTS OF WS-LS-RECORD TO WS-UNDISCOUNTED
    END-PERFORM
    COMPUTE WS-FUTURE-INTEREST = WS-UNDISCOUNTED - WS-CARRYING

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Arrendamento " DELIMITED BY SIZE
           LS-LEASE-ID OF WS-LS-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LS-DESCRIPTION OF WS-LS-RECORD DELIMITED BY SIZE
           " arrendador " DELIMITED BY SIZE
           LS-VENDOR-ID OF WS-LS-RECORD DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "    Inicio " DELIMITED BY SIZE
           LS-START-DATE OF WS-LS-RECORD DELIMITED BY SIZE
           "  taxa a.a. " DELIMITED BY SIZE
           LS-ANNUAL-RATE OF WS-LS-RECORD DELIMITED BY SIZE
           "  parcela " DELIMITED BY SIZE
           LS-PAYMENT-CENTS OF WS-LS-RECORD DELIMITED BY SIZE
           "  meses " DELIMITED BY SIZE
           LS-MONTHS-ELAPSED OF WS-LS-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           LS-TERM-MONTHS OF WS-LS-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 6
       IF WS-LEASE-BUCKET (WS-BUCKET) NOT = 0
          COMPUTE WS-DEC-AMOUNT = WS-LEASE-BUCKET (WS-BUCKET) / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "    " DELIMITED BY SIZE
                 WS-BUCKET-LABEL (WS-BUCKET) DELIMITED BY SIZE
                 WS-EDIT-AMOUNT DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
    END-PERFORM
    PERFORM PRINT-TOTAL-LINES

    ADD WS-UNDISCOUNTED TO WS-GRAND-UNDISC
    ADD WS-FUTURE-INTEREST TO WS-GRAND-INTEREST
    ADD WS-CARRYING TO WS-GRAND-CARRYING
    ADD WS-ST-PORTION TO WS-GRAND-ST
    ADD WS-LT-PORTION TO WS-GRAND-LT
    ADD WS-ROU-NET TO WS-GRAND-ROU-NET
    .

PRINT-TOTAL-LINES.
    *> Totais de um contrato ou gerais (quem chama carrega os
    *> campos WS-UNDISCOUNTED ... WS-ROU-NET)
    COMPUTE WS-DEC-AMOUNT = WS-UNDISCOUNTED / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-FUTURE-INTEREST / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT-2
    MOVE SPACES TO WS-RP-LINE
    STRING "    Total nao descontado " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  (-) juros a apropriar " DELIMITED BY SIZE
           WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-CARRYING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    Passivo de arrendamento " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-ST-PORTION / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-LT-PORTION / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT-2
    MOVE SPACES TO WS-RP-LINE
    STRING "      circulante " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  nao circulante " DELIMITED BY SIZE
           WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-ROU-NET / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    Direito de uso liquido " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

COMPUTE-SCHEDULE-BALANCE.
    *> Saldo do passivo apos WS-SCHED-MONTH parcelas - mesma
    *> regra do LEASE-SCHED (alem do prazo o saldo e zero)
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
