*>       . entradas: faturas em aberto do AR na semana do
*>         vencimento DESLOCADO pelo atraso medio historico do
*>         cliente (faturas pagas, convencao 30/360) - o
*>         comportamento real de pagamento, nao a promessa
*>         (inclusive das faturas ja arquivadas pelo
*>         SUBL-ARCHIVE, via AR-INVOICES-HIST-IO);
*>       . folha: valor e dia informados, uma saida por mes do
*>         horizonte;
*>       . recorrentes: o efeito de caixa das linhas dos modelos
*>         de lancamento (JOURNAL-TEMPLATES) que tocam contas
*>         acompanhadas, repetido a cada mes do horizonte.
*>       . aplicacoes financeiras (INVESTMENTS): o valor liquido
*>         (bruto - IR provisionado) das aplicacoes ativas que
*>         vencem no horizonte entra na semana do vencimento; um
*>         resgate pedido no AUX-MENU entra na semana da data
*>         pedida (o bruto pedido, ou o liquido se for total).
*>         Entram iguais nas duas colunas.
*>       . financiamentos (LOANS): as parcelas SAC (principal +
*>         juros do mes, a mesma conta do LOAN-SCHED) dos meses
*>         ainda nao processados, no ultimo dia de cada mes do
*>         horizonte (ate 3).
*>   - Recebimento nao aplicado (AR-ADVANCES) ja esta no caixa:
*>     o saldo do cliente abate as entradas previstas das faturas
*>     dele (na ordem da varredura) ate se esgotar.
*>   - Coluna PESSIMISTA: os recebimentos atrasam mais 30 dias
*>     alem do comportamento historico; as saidas nao mudam.
*>   - Impressao espoolada via RPT-SPOOL.
*>   - Cada execucao guarda a foto do que projetou, por semana
*>     e origem (AP, AR por cliente com o atraso usado, EMPR,
*>     FOLHA, RECOR, APLIC), no CASH-FCST-SNAP via
*>     CASH-FCST-SNAP-IO; reexecutar na mesma data de referencia
*>     substitui a foto. O FCST-BACKTEST compara essas fotos com
*>     o realizado quando as semanas passam.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-FORECAST.
      10 WS-CUST-ID         PIC 9(6).
      10 WS-CUST-PAID-COUNT PIC 9(6).
      10 WS-CUST-LATE-SUM   PIC S9(9).
      10 WS-CUST-UNAPPLIED  PIC S9(18).
01 WS-CUST-COUNT        PIC 9(3) VALUE 0.
01 WS-CUST-I            PIC 9(3).
01 WS-CUST-AVG-LATE     PIC S9(9).
   88 CUST-SLOT-FOUND         VALUE "Y".
01 WS-LATE-DAYS         PIC S9(9).

01 WS-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==WS-AV-RECORD==.
01 WS-AV-RETURN-STATUS  PIC XX.
01 WS-AR-EXPECTED       PIC S9(18).
01 WS-AR-OFFSET-CENTS   PIC S9(18).
01 WS-UNAPPLIED-USED    PIC S9(18) VALUE 0.

01 WS-AT-OP-CODE        PIC X.
COPY "account-attrs.cpy" REPLACING ==AT-RECORD== BY ==WS-AT-RECORD==.
01 WS-AT-RETURN-STATUS  PIC XX.
01 WS-JT-LINE-I         PIC 9(2).
01 WS-TPL-CASH-MONTHLY  PIC S9(18) VALUE 0.

01 WS-IV-OP-CODE        PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==WS-IV-RECORD==.
01 WS-IV-RETURN-STATUS  PIC XX.
01 WS-IV-INFLOW         PIC S9(18).
01 WS-IV-TOTAL-INFLOW   PIC S9(18) VALUE 0.

01 WS-LN-OP-CODE        PIC X.
COPY "loans.cpy" REPLACING ==LN-RECORD== BY ==WS-LN-RECORD==.
01 WS-LN-RETURN-STATUS  PIC XX.
01 WS-LN-PERIOD         PIC 9(6).
01 WS-LN-MONTHS         PIC 9(3).
01 WS-LN-OUTSTANDING    PIC 9(15).
01 WS-LN-BASE-PARCEL    PIC 9(15).
01 WS-LN-PRINCIPAL      PIC 9(15).
01 WS-LN-INTEREST       PIC 9(15).
01 WS-LN-PAYMENT        PIC 9(15).
01 WS-LN-TOTAL-OUTFLOW  PIC S9(18) VALUE 0.

*> Foto da previsao por semana e origem (CASH-FCST-SNAP)
01 WS-CF-OP-CODE        PIC X.
COPY "cash-fcst-snap.cpy" REPLACING ==CF-RECORD== BY ==WS-CF-RECORD==.
01 WS-CF-RETURN-STATUS  PIC XX.
01 WS-SNAP-ERRORS       PIC 9(6) VALUE 0.

01 WS-DOC-OPEN          PIC 9(15).
01 WS-MONTH-I           PIC 9(2).

    MOVE "CASH-FCST" TO WS-RP-REPORT-NAME
    MOVE WS-REF-DATE (1:6) TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    PERFORM PURGE-PREVIOUS-SNAPSHOT

    PERFORM COMPUTE-OPENING-CASH
    PERFORM LOAD-CUSTOMER-BEHAVIOR
    PERFORM LOAD-CUSTOMER-UNAPPLIED
    PERFORM PROJECT-AP-OUTFLOWS
    PERFORM PROJECT-AR-INFLOWS
    PERFORM PROJECT-PAYROLL
    PERFORM PROJECT-TEMPLATES
    PERFORM PROJECT-INVESTMENTS
    PERFORM PROJECT-LOANS
    PERFORM PRINT-FORECAST

    PERFORM CLOSE-REPORT-SPOOL
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
    *> baixadas como perda nao sao recebimentos - fora do
    *> atraso medio
    IF AR-IS-PAID OF WS-AR-RECORD
       AND NOT AR-IS-CREDIT-MEMO OF WS-AR-RECORD
       AND NOT AR-IS-WRITTEN-OFF OF WS-AR-RECORD
       AND AR-AMOUNT-CENTS OF WS-AR-RECORD NOT = 0
       PERFORM NOTE-CUSTOMER-LATENESS
    END-IF
    .

NOTE-CUSTOMER-LATENESS.
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-CUST-ID (WS-CUST-I)
    MOVE 0 TO WS-CUST-PAID-COUNT (WS-CUST-I)
    MOVE 0 TO WS-CUST-LATE-SUM (WS-CUST-I)
    MOVE 0 TO WS-CUST-UNAPPLIED (WS-CUST-I)
    MOVE "Y" TO WS-CUST-FOUND-SWITCH
    .

    COMPUTE WS-OFFSET-DAYS = WS-DATE-DAYS - WS-REF-DAYS
    PERFORM WEEK-FROM-OFFSET
    ADD WS-DOC-OPEN TO WS-WK-OUTFLOW (WS-WEEK-NO)

    MOVE "AP" TO CF-SOURCE OF WS-CF-RECORD
    MOVE 0 TO CF-CUSTOMER-ID OF WS-CF-RECORD
    MOVE 0 TO CF-INFLOW-CENTS OF WS-CF-RECORD
    MOVE WS-DOC-OPEN TO CF-OUTFLOW-CENTS OF WS-CF-RECORD
    MOVE 0 TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
    PERFORM ADD-TO-SNAPSHOT
    .

PROJECT-AR-INFLOWS.
    *> historico entra no vencimento prometido
    MOVE 0 TO WS-CUST-AVG-LATE
    PERFORM FIND-OR-ADD-CUST-SLOT

    *> Dinheiro ja recebido e nao aplicado nao entra de novo
    MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-AR-EXPECTED
    IF CUST-SLOT-FOUND
       AND WS-CUST-UNAPPLIED (WS-CUST-I) > 0
       IF WS-CUST-UNAPPLIED (WS-CUST-I) < WS-AR-EXPECTED
          MOVE WS-CUST-UNAPPLIED (WS-CUST-I) TO WS-AR-OFFSET-CENTS
       ELSE
          MOVE WS-AR-EXPECTED TO WS-AR-OFFSET-CENTS
       END-IF
       SUBTRACT WS-AR-OFFSET-CENTS FROM WS-CUST-UNAPPLIED (WS-CUST-I)
       SUBTRACT WS-AR-OFFSET-CENTS FROM WS-AR-EXPECTED
       ADD WS-AR-OFFSET-CENTS TO WS-UNAPPLIED-USED
    END-IF
    IF WS-AR-EXPECTED = 0
       EXIT PARAGRAPH
    END-IF
    IF CUST-SLOT-FOUND
       AND WS-CUST-PAID-COUNT (WS-CUST-I) NOT = 0
       DIVIDE WS-CUST-LATE-SUM (WS-CUST-I)
    COMPUTE WS-OFFSET-DAYS = WS-DATE-DAYS - WS-REF-DAYS
          + WS-CUST-AVG-LATE
    PERFORM WEEK-FROM-OFFSET
    ADD WS-AR-EXPECTED TO WS-WK-INFLOW (WS-WEEK-NO)

    MOVE "AR" TO CF-SOURCE OF WS-CF-RECORD
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
      TO CF-CUSTOMER-ID OF WS-CF-RECORD
    MOVE WS-AR-EXPECTED TO CF-INFLOW-CENTS OF WS-CF-RECORD
    MOVE 0 TO CF-OUTFLOW-CENTS OF WS-CF-RECORD
    MOVE 0 TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
    PERFORM ADD-TO-SNAPSHOT

    *> Pessimista: mais 30 dias de atraso
    COMPUTE WS-OFFSET-DAYS = WS-OFFSET-DAYS + 30
    PERFORM WEEK-FROM-OFFSET
    ADD WS-AR-EXPECTED TO WS-WK-INFLOW-WC (WS-WEEK-NO)

    MOVE 0 TO CF-INFLOW-CENTS OF WS-CF-RECORD
    MOVE WS-AR-EXPECTED TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
    PERFORM ADD-TO-SNAPSHOT
    .

LOAD-CUSTOMER-UNAPPLIED.
    *> Saldo nao aplicado por cliente, consumido no PROJECT-ONE-AR
    MOVE SPACE TO WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS

    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       IF AV-IS-OPEN OF WS-AV-RECORD
          MOVE AV-CUSTOMER-ID OF WS-AV-RECORD
            TO AR-CUSTOMER-ID OF WS-AR-RECORD
          PERFORM FIND-OR-ADD-CUST-SLOT
          IF CUST-SLOT-FOUND
             COMPUTE WS-CUST-UNAPPLIED (WS-CUST-I) =
                     WS-CUST-UNAPPLIED (WS-CUST-I)
                   + AV-AMOUNT-CENTS OF WS-AV-RECORD
                   - AV-APPLIED-CENTS OF WS-AV-RECORD
          END-IF
       END-IF
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM
    .

PROJECT-PAYROLL.
       IF WS-OFFSET-DAYS < 91
          PERFORM WEEK-FROM-OFFSET
          ADD WS-PAYROLL-AMOUNT TO WS-WK-OUTFLOW (WS-WEEK-NO)
          MOVE "FOLHA" TO CF-SOURCE OF WS-CF-RECORD
          MOVE 0 TO CF-CUSTOMER-ID OF WS-CF-RECORD
          MOVE 0 TO CF-INFLOW-CENTS OF WS-CF-RECORD
          MOVE WS-PAYROLL-AMOUNT TO CF-OUTFLOW-CENTS OF WS-CF-RECORD
          MOVE 0 TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
          PERFORM ADD-TO-SNAPSHOT
       END-IF
    END-PERFORM
    .
    *> Aplica o efeito liquido uma vez por mes (semanas 2, 6, 10)
    PERFORM VARYING WS-MONTH-I FROM 0 BY 1 UNTIL WS-MONTH-I > 2
       COMPUTE WS-WEEK-NO = (WS-MONTH-I * 4) + 2
       MOVE "RECOR" TO CF-SOURCE OF WS-CF-RECORD
       MOVE 0 TO CF-CUSTOMER-ID OF WS-CF-RECORD
       IF WS-TPL-CASH-MONTHLY > 0
          ADD WS-TPL-CASH-MONTHLY TO WS-WK-INFLOW (WS-WEEK-NO)
          ADD WS-TPL-CASH-MONTHLY TO WS-WK-INFLOW-WC (WS-WEEK-NO)
          MOVE WS-TPL-CASH-MONTHLY TO CF-INFLOW-CENTS OF WS-CF-RECORD
          MOVE 0 TO CF-OUTFLOW-CENTS OF WS-CF-RECORD
          MOVE WS-TPL-CASH-MONTHLY
            TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
       ELSE
          SUBTRACT WS-TPL-CASH-MONTHLY
            FROM WS-WK-OUTFLOW (WS-WEEK-NO)
          MOVE 0 TO CF-INFLOW-CENTS OF WS-CF-RECORD
          COMPUTE CF-OUTFLOW-CENTS OF WS-CF-RECORD =
                  0 - WS-TPL-CASH-MONTHLY
          MOVE 0 TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
       END-IF
       PERFORM ADD-TO-SNAPSHOT
    END-PERFORM
    .

    END-PERFORM
    .

PROJECT-INVESTMENTS.
    *> Resgates previstos das aplicacoes ativas: pedido pendente
    *> na data pedida, senao o vencimento se cair no horizonte
    MOVE SPACE TO WS-IV-RECORD
    MOVE "L" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    PERFORM UNTIL WS-IV-RETURN-STATUS NOT = "00"
       IF IV-IS-ACTIVE OF WS-IV-RECORD
          PERFORM PROJECT-ONE-INVESTMENT
       END-IF
       MOVE "N" TO WS-IV-OP-CODE
       CALL "INVESTMENTS-IO" USING
            WS-IV-OP-CODE
            WS-IV-RECORD
            WS-IV-RETURN-STATUS
    END-PERFORM
    .

PROJECT-ONE-INVESTMENT.
    COMPUTE WS-IV-INFLOW = IV-PRINCIPAL-CENTS OF WS-IV-RECORD
          + IV-ACCRUED-CENTS OF WS-IV-RECORD
          - IV-IR-PROV-CENTS OF WS-IV-RECORD

    IF IV-REDEEM-DATE OF WS-IV-RECORD NOT = 0
       IF IV-REDEEM-CENTS OF WS-IV-RECORD NOT = 0
          MOVE IV-REDEEM-CENTS OF WS-IV-RECORD TO WS-IV-INFLOW
       END-IF
       MOVE IV-REDEEM-DATE OF WS-IV-RECORD TO WS-DATE-WORK
    ELSE
       IF IV-MATURITY-DATE OF WS-IV-RECORD = 0
          EXIT PARAGRAPH
       END-IF
       MOVE IV-MATURITY-DATE OF WS-IV-RECORD TO WS-DATE-WORK
    END-IF

    PERFORM COMPUTE-DATE-DAYS
    COMPUTE WS-OFFSET-DAYS = WS-DATE-DAYS - WS-REF-DAYS
    IF WS-OFFSET-DAYS > 91
       EXIT PARAGRAPH
    END-IF
    PERFORM WEEK-FROM-OFFSET
    ADD WS-IV-INFLOW TO WS-WK-INFLOW (WS-WEEK-NO)
    ADD WS-IV-INFLOW TO WS-WK-INFLOW-WC (WS-WEEK-NO)
    ADD WS-IV-INFLOW TO WS-IV-TOTAL-INFLOW

    MOVE "APLIC" TO CF-SOURCE OF WS-CF-RECORD
    MOVE 0 TO CF-CUSTOMER-ID OF WS-CF-RECORD
    MOVE WS-IV-INFLOW TO CF-INFLOW-CENTS OF WS-CF-RECORD
    MOVE 0 TO CF-OUTFLOW-CENTS OF WS-CF-RECORD
    MOVE WS-IV-INFLOW TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
    PERFORM ADD-TO-SNAPSHOT
    .

PROJECT-LOANS.
    *> Parcelas dos financiamentos ativos ainda nao processados
    *> pelo LOAN-SCHED, com a mesma conta SAC dele
    MOVE SPACE TO WS-LN-RECORD
    MOVE "L" TO WS-LN-OP-CODE
    CALL "LOANS-IO" USING
         WS-LN-OP-CODE
         WS-LN-RECORD
         WS-LN-RETURN-STATUS

    PERFORM UNTIL WS-LN-RETURN-STATUS NOT = "00"
       IF LN-IS-ACTIVE OF WS-LN-RECORD
          AND LN-TOTAL-MONTHS OF WS-LN-RECORD > 0
          PERFORM PROJECT-ONE-LOAN
       END-IF
       MOVE "N" TO WS-LN-OP-CODE
       CALL "LOANS-IO" USING
            WS-LN-OP-CODE
            WS-LN-RECORD
            WS-LN-RETURN-STATUS
    END-PERFORM
    .

PROJECT-ONE-LOAN.
    *> Primeiro mes a pagar: o corrente, se o batch ainda nao o
    *> processou; senao o seguinte
    MOVE WS-CUR-PERIOD TO WS-LN-PERIOD
    IF LN-LAST-PERIOD OF WS-LN-RECORD NOT < WS-CUR-PERIOD
       PERFORM NEXT-LOAN-PERIOD
    END-IF
    MOVE LN-MONTHS-PAID OF WS-LN-RECORD TO WS-LN-MONTHS
    MOVE LN-OUTSTANDING-CENTS OF WS-LN-RECORD TO WS-LN-OUTSTANDING
    DIVIDE LN-PRINCIPAL-CENTS OF WS-LN-RECORD
        BY LN-TOTAL-MONTHS OF WS-LN-RECORD
        GIVING WS-LN-BASE-PARCEL

    PERFORM VARYING WS-MONTH-I FROM 0 BY 1
            UNTIL WS-MONTH-I > 2
               OR WS-LN-MONTHS NOT < LN-TOTAL-MONTHS OF WS-LN-RECORD
       ADD 1 TO WS-LN-MONTHS
       IF WS-LN-MONTHS = LN-TOTAL-MONTHS OF WS-LN-RECORD
          MOVE WS-LN-OUTSTANDING TO WS-LN-PRINCIPAL
       ELSE
          MOVE WS-LN-BASE-PARCEL TO WS-LN-PRINCIPAL
       END-IF
       COMPUTE WS-LN-INTEREST ROUNDED =
               (WS-LN-OUTSTANDING * LN-ANNUAL-RATE OF WS-LN-RECORD)
               / 1200
       COMPUTE WS-LN-PAYMENT = WS-LN-PRINCIPAL + WS-LN-INTEREST
       SUBTRACT WS-LN-PRINCIPAL FROM WS-LN-OUTSTANDING

       *> O LOAN-SCHED data o pagamento no dia 31 do periodo
       COMPUTE WS-DATE-WORK = (WS-LN-PERIOD * 100) + 31
       PERFORM COMPUTE-DATE-DAYS
       COMPUTE WS-OFFSET-DAYS = WS-DATE-DAYS - WS-REF-DAYS
       IF WS-OFFSET-DAYS < 92
          PERFORM WEEK-FROM-OFFSET
          ADD WS-LN-PAYMENT TO WS-WK-OUTFLOW (WS-WEEK-NO)
          ADD WS-LN-PAYMENT TO WS-LN-TOTAL-OUTFLOW

          MOVE "EMPR" TO CF-SOURCE OF WS-CF-RECORD
          MOVE 0 TO CF-CUSTOMER-ID OF WS-CF-RECORD
          MOVE 0 TO CF-INFLOW-CENTS OF WS-CF-RECORD
          MOVE WS-LN-PAYMENT TO CF-OUTFLOW-CENTS OF WS-CF-RECORD
          MOVE 0 TO CF-INFLOW-WC-CENTS OF WS-CF-RECORD
          PERFORM ADD-TO-SNAPSHOT
       END-IF
       PERFORM NEXT-LOAN-PERIOD
    END-PERFORM
    .

NEXT-LOAN-PERIOD.
    IF WS-LN-PERIOD (5:2) = "12"
       ADD 89 TO WS-LN-PERIOD
    ELSE
       ADD 1 TO WS-LN-PERIOD
    END-IF
    .

PURGE-PREVIOUS-SNAPSHOT.
    *> Reexecucao na mesma data de referencia: a foto nova
    *> substitui a anterior
    MOVE SPACE TO WS-CF-RECORD
    MOVE WS-REF-DATE TO CF-RUN-DATE OF WS-CF-RECORD
    MOVE "P" TO WS-CF-OP-CODE
    CALL "CASH-FCST-SNAP-IO" USING
         WS-CF-OP-CODE
         WS-CF-RECORD
         WS-CF-RETURN-STATUS
    IF WS-CF-RETURN-STATUS NOT = "00"
       DISPLAY "Aviso: foto anterior da previsao nao apagada (STATUS "
               WS-CF-RETURN-STATUS ")."
    END-IF
    .

ADD-TO-SNAPSHOT.
    *> WS-CF-RECORD chega com origem, cliente e valores; a
    *> semana e a do WS-WEEK-NO corrente
    MOVE WS-REF-DATE TO CF-RUN-DATE OF WS-CF-RECORD
    MOVE WS-WEEK-NO TO CF-WEEK-NO OF WS-CF-RECORD
    IF CF-SOURCE OF WS-CF-RECORD = "AR"
       MOVE WS-CUST-AVG-LATE TO CF-DELAY-DAYS OF WS-CF-RECORD
    ELSE
       MOVE 0 TO CF-DELAY-DAYS OF WS-CF-RECORD
    END-IF
    MOVE "A" TO WS-CF-OP-CODE
    CALL "CASH-FCST-SNAP-IO" USING
         WS-CF-OP-CODE
         WS-CF-RECORD
         WS-CF-RETURN-STATUS
    IF WS-CF-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-SNAP-ERRORS
    END-IF
    .

PRINT-FORECAST.
    MOVE SPACES TO WS-RP-LINE
    STRING "=== CASH-FORECAST - 90 dias a partir de "
           WS-EDIT-BAL DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-UNAPPLIED-USED NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-UNAPPLIED-USED / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-BAL
       MOVE SPACES TO WS-RP-LINE
       STRING "Entradas abatidas por recebimento nao aplicado: "
              DELIMITED BY SIZE
              WS-EDIT-BAL DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-IV-TOTAL-INFLOW NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-IV-TOTAL-INFLOW / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-BAL
       MOVE SPACES TO WS-RP-LINE
       STRING "Entradas de resgate de aplicacoes no horizonte: "
              DELIMITED BY SIZE
              WS-EDIT-BAL DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-LN-TOTAL-OUTFLOW NOT = 0
       COMPUTE WS-DEC-AMOUNT = WS-LN-TOTAL-OUTFLOW / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-BAL
       MOVE SPACES TO WS-RP-LINE
       STRING "Saidas de parcelas de financiamento no horizonte: "
              DELIMITED BY SIZE
              WS-EDIT-BAL DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-SNAP-ERRORS NOT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Aviso: " DELIMITED BY SIZE
              WS-SNAP-ERRORS DELIMITED BY SIZE
              " valor(es) nao gravado(s) na foto da previsao"
              DELIMITED BY SIZE
              " (CASH-FCST-SNAP)" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "Semana   Saidas          Entradas        "
