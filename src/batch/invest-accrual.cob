>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: invest-accrual.cob
*> Objetivo:
*>   - Processamento mensal das aplicacoes financeiras
*>     (INVESTMENTS): para um periodo AAAAMM informado, cada
*>     aplicacao ativa ja iniciada gera, via JOURNAL-IO:
*>       . a aplicacao, se ainda nao estiver no razao, na data
*>         de inicio - D IV-ASSET-ACCT x C caixa (BA-GL-ACCT da
*>         conta bancaria ligada);
*>       . o rendimento diario composto nos dias uteis (BIZ-DAY
*>         'T') desde o ultimo dia apropriado: pos-fixada =
*>         taxa diaria do CDI do dia (ECON-INDEX, IX-DAY 01-31)
*>         x IV-RATE % do CDI; prefixada = (1 + IV-RATE % a.a.)
*>         elevado a 1/252. Dias de meses anteriores ainda nao
*>         apropriados (aplicacao cadastrada depois) entram no
*>         mes processado;
*>       . o resgate pedido no AUX-MENU (IV-REDEEM-DATE dentro
*>         do mes) e o resgate total no vencimento, na data do
*>         resgate: rendimento ate a data (D aplicacao x C
*>         receita), IOF regressivo (menos de 30 dias) e IR
*>         regressivo pelo prazo corrido desde a aplicacao -
*>         ate 180 dias 22,5%, ate 360 20%, ate 720 17,5%,
*>         acima 15% - sobre o rendimento resgatado liquido do
*>         IOF; D caixa pelo liquido, D provisao de IR pela
*>         parcela baixada (diferenca para o IR retido contra a
*>         despesa de IR), D IOF x C aplicacao pelo bruto. Resgate
*>         parcial resgata principal e rendimento na proporcao;
*>       . o rendimento do mes apos o ultimo resgate e o ajuste
*>         da provisao de IR sobre o rendimento acumulado
*>         (aliquota da faixa do prazo no fim do mes; LCI/LCA
*>         isentas), no ultimo dia do periodo: D aplicacao x C
*>         receita financeira; D despesa de IR x C provisao (ou
*>         o inverso quando a aliquota cai de faixa).
*>     Cada lancamento usa JR-TXN-ID fixo na faixa dos
*>     emprestimos/financeiro (TXN-SEQ-IO 'B', faixa 'E', somando
*>     2000000000 + periodo*10000 + sequencia da aplicacao na
*>     execucao*10 + tipo: 1 aplicacao, 2 resgate pedido,
*>     3 rendimento do mes, 4 resgate no vencimento) - reexecutar
*>     o periodo cai em "22 chave duplicada" em vez de lancar
*>     duas vezes.
*>   - Avancos de controle (IV-PRINCIPAL-CENTS, IV-ACCRUED-CENTS,
*>     IV-IR-PROV-CENTS, IV-LAST-ACCRUAL-DATE, IV-LAST-PERIOD,
*>     aplicacao lancada, pedido de resgate atendido; resgatada
*>     por inteiro vira 'R') rodam numa fase propria apos o
*>     browse, como no LOAN-SCHED.
*>   - Falta da taxa do CDI num dia util deixa a aplicacao fora
*>     do mes (RC 4) - cadastre a taxa (AUX-MENU I1) e reexecute.
*>   - Modo previa (ultima pergunta do SYSIN = "P"): os mesmos
*>     lancamentos so saem impressos (ENTRY-PREVIEW, spool
*>     PREVIA-APLIC) e o INVESTMENTS nao e avancado.
*>   - A posicao (bruto, IR provisionado, liquido) conciliada
*>     com o razao sai no relatorio INVEST-POS.
*>   - RC 0 ok, RC 4 aplicacao pulada (taxa faltando, pedido de
*>     resgate com data ja apropriada), RC 8 periodo fechado,
*>     conta bancaria invalida ou lancamento recusado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INVEST-ACCRUAL.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "INVACCR".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Base da faixa reservada de JR-TXN-ID (TXN-SEQ-IO 'B')
01 WS-INV-ID-BASE       PIC 9(12).
01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-PERIOD-END-DATE   PIC 9(8).
01 WS-INV-SEQ           PIC 9(3) VALUE 0.
01 WS-ENTRY-KIND        PIC 9(1).
01 WS-FINAL-RC          PIC 9(2) VALUE 0.

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.

01 WS-IV-OP-CODE        PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==WS-IV-RECORD==.
01 WS-IV-RETURN-STATUS  PIC XX.

01 WS-UPD-IV-OP-CODE       PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==WS-UPD-IV-RECORD==.
01 WS-UPD-IV-RETURN-STATUS PIC XX.

01 WS-BA-OP-CODE        PIC X.
COPY "bank-accts.cpy" REPLACING ==BA-RECORD== BY ==WS-BA-RECORD==.
01 WS-BA-RETURN-STATUS  PIC XX.
01 WS-CASH-ACCT         PIC 9(10).

01 WS-IX-OP-CODE        PIC X.
COPY "econ-index.cpy" REPLACING ==IX-RECORD== BY ==WS-IX-RECORD==.
01 WS-IX-RETURN-STATUS  PIC XX.

*> Servico central de dias uteis (BIZ-DAY)
01 WS-BD-OP-CODE        PIC X.
01 WS-BD-DATE           PIC 9(8).
01 WS-BD-DAYS           PIC 9(3).
01 WS-BD-ROLL-RULE      PIC X.
01 WS-BD-BIZ-FLAG       PIC X.
01 WS-BD-RETURN-STATUS  PIC XX.

*> Posicao da aplicacao corrente durante a apropriacao
01 WS-DAY-DATE          PIC 9(8).
01 WS-FROM-DATE         PIC 9(8).
01 WS-LAST-DAY          PIC 9(8).
01 WS-GROSS-VALUE       PIC 9(15)V9(8).
01 WS-DAY-FACTOR        PIC 9(1)V9(12).
01 WS-FIXED-FACTOR      PIC 9(1)V9(12).
01 WS-BOOK-CENTS        PIC 9(15).
01 WS-ROUNDED-CENTS     PIC 9(15).
01 WS-PRINCIPAL         PIC 9(15).
01 WS-ACCRUED           PIC 9(15).
01 WS-IR-PROV           PIC 9(15).
01 WS-DAY-SWITCH        PIC X.
   88 ACCRUAL-STOPPED         VALUE "Y".
01 WS-SKIP-SWITCH       PIC X.
   88 INVESTMENT-SKIPPED      VALUE "Y".
01 WS-REDEEMED-SWITCH   PIC X.
   88 FULLY-REDEEMED          VALUE "Y".
01 WS-REQUEST-SWITCH    PIC X.
   88 REQUEST-SERVED          VALUE "Y".
01 WS-APPLIED-SWITCH    PIC X.
   88 APPLICATION-DONE        VALUE "Y".

*> Rendimento lancado no mes (por todos os lancamentos)
01 WS-MONTH-YIELD       PIC 9(15).
01 WS-YIELD-CENTS       PIC 9(15).

*> Resgate
01 WS-REDEEM-GROSS      PIC 9(15).
01 WS-REDEEM-YIELD      PIC 9(15).
01 WS-REDEEM-PRINCIPAL  PIC 9(15).
01 WS-REDEEM-IOF        PIC 9(15).
01 WS-REDEEM-IR         PIC 9(15).
01 WS-REDEEM-NET        PIC 9(15).
01 WS-PROV-RELEASED     PIC 9(15).
01 WS-IR-ADJUST         PIC S9(16).
01 WS-IR-BASE           PIC 9(15).
01 WS-HOLD-DAYS         PIC 9(6).
01 WS-IR-PERMIL         PIC 9(3).
01 WS-IOF-PCT           PIC 9(3).

*> Ajuste da provisao de IR no fim do mes
01 WS-IR-TARGET         PIC 9(15).
01 WS-IR-DELTA          PIC S9(16).
01 WS-IR-DELTA-ABS      PIC 9(15).

*> Tabela regressiva do IOF (% do rendimento) por dia corrido
*> desde a aplicacao: dia 1 = 96% ... dia 29 = 3%, dia 30 = 0
01 WS-IOF-LIST.
   05 FILLER PIC X(60) VALUE
      "969390868380767370666360565350464340363330262320161310060300".
01 WS-IOF-TABLE REDEFINES WS-IOF-LIST.
   05 WS-IOF-ENTRY      PIC 9(2) OCCURS 30 TIMES.

*> Numero do dia juliano (mesmo calculo do BIZ-DAY)
01 WS-JDN-DATE          PIC 9(8).
01 WS-DATE-YYYY         PIC 9(4).
01 WS-DATE-MM           PIC 9(2).
01 WS-DATE-DD           PIC 9(2).
01 WS-JDN-T1            PIC S9(9).
01 WS-JDN-A             PIC S9(9).
01 WS-JDN-Y             PIC S9(9).
01 WS-JDN-M             PIC S9(9).
01 WS-JDN-T2            PIC S9(9).
01 WS-JDN-T3            PIC S9(9).
01 WS-JDN-Y4            PIC S9(9).
01 WS-JDN-Y100          PIC S9(9).
01 WS-JDN-Y400          PIC S9(9).
01 WS-JDN               PIC S9(9).
01 WS-JDN-START         PIC S9(9).

*> Avancos coletados na varredura, aplicados na fase final
01 WS-UPDT-TABLE.
   05 WS-UPDT-ENTRY OCCURS 200 TIMES.
      10 WS-UPDT-ID          PIC 9(6).
      10 WS-UPDT-PRINCIPAL   PIC 9(15).
      10 WS-UPDT-ACCRUED     PIC 9(15).
      10 WS-UPDT-IR-PROV     PIC 9(15).
      10 WS-UPDT-LAST-DATE   PIC 9(8).
      10 WS-UPDT-APPLIED     PIC X(1).
      10 WS-UPDT-SERVED      PIC X(1).
      10 WS-UPDT-REDEEMED    PIC X(1).
01 WS-UPDT-COUNT        PIC 9(3) VALUE 0.
01 WS-UPDT-I            PIC 9(3).

01 WS-PROCESSED-COUNT   PIC 9(3)  VALUE 0.
01 WS-SKIPPED-COUNT     PIC 9(3)  VALUE 0.
01 WS-REDEMPTION-COUNT  PIC 9(3)  VALUE 0.
01 WS-TOTAL-YIELD       PIC 9(18) VALUE 0.
01 WS-TOTAL-IR          PIC 9(18) VALUE 0.
01 WS-TOTAL-IOF         PIC 9(18) VALUE 0.
01 WS-TOTAL-REDEEMED    PIC 9(18) VALUE 0.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "INVACCR".
01 WS-JR-RETURN-STATUS  PIC XX.
01 WS-LINE-I            PIC 9(3).
01 WS-LINE-DC           PIC X.

*> Modo previa: os lancamentos sao so impressos (ENTRY-PREVIEW)
01 WS-RUN-MODE          PIC X VALUE SPACE.
   88 PREVIEW-MODE            VALUE "P" "p".
01 WS-EP-OP-CODE        PIC X.
01 WS-EP-REPORT-NAME    PIC X(12) VALUE "PREVIA-APLIC".
01 WS-EP-PERIOD         PIC X(13).
01 WS-EP-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== INVEST-ACCRUAL - Rendimento das aplicacoes financeiras ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "IA0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    *> Base da faixa reservada vem do servico central de numeracao
    MOVE "B" TO WS-SQ-OP-CODE
    MOVE "E" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    COMPUTE WS-INV-ID-BASE = WS-SQ-TXN-ID + 2000000000

    DISPLAY "Periodo a processar (AAAAMM)......: " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    DISPLAY "Modo (P = previa, branco = efetivo): " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    MOVE WS-TARGET-PERIOD TO WS-EP-PERIOD

    *> Periodo fechado nao recebe rendimento
    MOVE WS-TARGET-PERIOD TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OF WS-PC-RECORD
            OR PERIOD-IS-SOFTCLOSED OF WS-PC-RECORD)
       DISPLAY "*** Periodo " WS-TARGET-PERIOD " ja fechado - "
               "nada apropriado."
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "IA0008" TO WS-BL-MSG-CODE
       MOVE "PERIODO FECHADO" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACE TO WS-IV-RECORD
    MOVE "L" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    PERFORM UNTIL WS-IV-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-INV-SEQ
       IF IV-IS-ACTIVE OF WS-IV-RECORD
          PERFORM PROCESS-ONE-INVESTMENT
       END-IF
       MOVE "N" TO WS-IV-OP-CODE
       CALL "INVESTMENTS-IO" USING
            WS-IV-OP-CODE
            WS-IV-RECORD
            WS-IV-RETURN-STATUS
    END-PERFORM

    IF WS-PROCESSED-COUNT = 0
       DISPLAY "Nenhuma aplicacao a processar no periodo "
               WS-TARGET-PERIOD "."
       MOVE "I" TO WS-BL-SEVERITY
       MOVE "IA0009" TO WS-BL-MSG-CODE
       MOVE "NENHUMA APLICACAO A PROCESSAR" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    IF PREVIEW-MODE
       PERFORM CLOSE-PREVIEW
       DISPLAY "PREVIA - aplicacoes NAO avancadas."
    ELSE
       PERFORM ADVANCE-INVESTMENT-CONTROLS
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "IA0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "FIM: " DELIMITED BY SIZE
           WS-PROCESSED-COUNT DELIMITED BY SIZE
           " APLICACOES " DELIMITED BY SIZE
           WS-REDEMPTION-COUNT DELIMITED BY SIZE
           " RESGATES " DELIMITED BY SIZE
           WS-SKIPPED-COUNT DELIMITED BY SIZE
           " PULADAS RC " DELIMITED BY SIZE
           WS-FINAL-RC DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY " "
    DISPLAY "Aplicacoes processadas....: " WS-PROCESSED-COUNT
    DISPLAY "Aplicacoes puladas........: " WS-SKIPPED-COUNT
    DISPLAY "Resgates..................: " WS-REDEMPTION-COUNT
    DISPLAY "Rendimento bruto do mes...: " WS-TOTAL-YIELD
    DISPLAY "IR retido nos resgates....: " WS-TOTAL-IR
    DISPLAY "IOF nos resgates..........: " WS-TOTAL-IOF
    DISPLAY "Valor bruto resgatado.....: " WS-TOTAL-REDEEMED
    DISPLAY "INVEST-ACCRUAL - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

*> ============================================================
*>   Apropriacao de uma aplicacao
*> ============================================================
PROCESS-ONE-INVESTMENT.
    *> Fora do escopo: ja processada neste periodo ou ainda nao
    *> iniciada
    IF IV-LAST-PERIOD OF WS-IV-RECORD NOT < WS-TARGET-PERIOD
       EXIT PARAGRAPH
    END-IF
    IF IV-START-DATE OF WS-IV-RECORD > WS-PERIOD-END-DATE
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SKIP-SWITCH
    MOVE "N" TO WS-REDEEMED-SWITCH
    MOVE "N" TO WS-REQUEST-SWITCH
    MOVE "N" TO WS-DAY-SWITCH
    MOVE IV-APPLIED-FLAG OF WS-IV-RECORD TO WS-APPLIED-SWITCH
    MOVE 0 TO WS-MONTH-YIELD

    *> Conta de caixa pela conta bancaria ligada
    MOVE SPACE TO WS-BA-RECORD
    MOVE IV-BANK-ACCT-ID OF WS-IV-RECORD TO BA-ID OF WS-BA-RECORD
    MOVE "R" TO WS-BA-OP-CODE
    CALL "BANK-ACCTS-IO" USING
         WS-BA-OP-CODE
         WS-BA-RECORD
         WS-BA-RETURN-STATUS
    IF WS-BA-RETURN-STATUS NOT = "00"
       OR BA-GL-ACCT OF WS-BA-RECORD = 0
       DISPLAY "*** Aplicacao " IV-ID OF WS-IV-RECORD
               " ligada a conta bancaria "
               IV-BANK-ACCT-ID OF WS-IV-RECORD
               " inexistente - aplicacao pulada. ***"
       ADD 1 TO WS-SKIPPED-COUNT
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF
    MOVE BA-GL-ACCT OF WS-BA-RECORD TO WS-CASH-ACCT

    MOVE IV-PRINCIPAL-CENTS OF WS-IV-RECORD TO WS-PRINCIPAL
    MOVE IV-ACCRUED-CENTS OF WS-IV-RECORD   TO WS-ACCRUED
    MOVE IV-IR-PROV-CENTS OF WS-IV-RECORD   TO WS-IR-PROV
    COMPUTE WS-BOOK-CENTS = WS-PRINCIPAL + WS-ACCRUED
    MOVE WS-BOOK-CENTS TO WS-GROSS-VALUE

    MOVE IV-START-DATE OF WS-IV-RECORD TO WS-JDN-DATE
    PERFORM COMPUTE-JDN
    MOVE WS-JDN TO WS-JDN-START

    IF IV-IS-FIXED-RATE OF WS-IV-RECORD
       COMPUTE WS-FIXED-FACTOR ROUNDED =
               (1 + (IV-RATE OF WS-IV-RECORD / 100)) ** (1 / 252)
    END-IF

    *> Primeiro dia a apropriar: o seguinte ao ultimo apropriado
    *> (ou a aplicacao)
    IF IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD = 0
       MOVE IV-START-DATE OF WS-IV-RECORD TO WS-BD-DATE
    ELSE
       MOVE IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD TO WS-BD-DATE
    END-IF
    MOVE WS-BD-DATE TO WS-LAST-DAY
    PERFORM ADVANCE-ONE-DAY
    MOVE WS-BD-DATE TO WS-FROM-DATE

    IF IV-REDEEM-DATE OF WS-IV-RECORD NOT = 0
       AND IV-REDEEM-DATE OF WS-IV-RECORD < WS-FROM-DATE
       DISPLAY "*** Aplicacao " IV-ID OF WS-IV-RECORD
               ": resgate pedido para "
               IV-REDEEM-DATE OF WS-IV-RECORD
               ", dia ja apropriado - corrija o pedido no AUX-MENU."
       ADD 1 TO WS-SKIPPED-COUNT
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    *> Taxa do CDI: todos os dias uteis precisam estar na tabela
    *> antes de lancar qualquer coisa
    IF IV-IS-CDI-LINKED OF WS-IV-RECORD
       PERFORM CHECK-CDI-RATES
       IF INVESTMENT-SKIPPED
          ADD 1 TO WS-SKIPPED-COUNT
          IF WS-FINAL-RC < 4
             MOVE 4 TO WS-FINAL-RC
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-IF

    *> Aplicacao ainda fora do razao
    IF NOT APPLICATION-DONE
       PERFORM WRITE-APPLICATION-ENTRY
       IF INVESTMENT-SKIPPED
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-APPLIED-SWITCH
    END-IF

    *> Dia a dia ate o fim do periodo, o vencimento ou o resgate
    *> total
    MOVE WS-FROM-DATE TO WS-DAY-DATE
    PERFORM UNTIL ACCRUAL-STOPPED
               OR WS-DAY-DATE > WS-PERIOD-END-DATE
       PERFORM ACCRUE-ONE-DAY
       IF INVESTMENT-SKIPPED
          EXIT PARAGRAPH
       END-IF
       MOVE WS-DAY-DATE TO WS-LAST-DAY
       MOVE WS-DAY-DATE TO WS-BD-DATE
       PERFORM ADVANCE-ONE-DAY
       MOVE WS-BD-DATE TO WS-DAY-DATE
    END-PERFORM

    *> Rendimento do mes apos o ultimo resgate + ajuste do IR
    IF NOT FULLY-REDEEMED
       PERFORM WRITE-MONTH-END-ENTRY
       IF INVESTMENT-SKIPPED
          EXIT PARAGRAPH
       END-IF
    END-IF

    ADD 1 TO WS-PROCESSED-COUNT
    ADD WS-MONTH-YIELD TO WS-TOTAL-YIELD

    IF WS-UPDT-COUNT >= 200
       DISPLAY "*** Mais de 200 aplicacoes numa unica execucao - "
               "rode em partes. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-UPDT-COUNT
    MOVE IV-ID OF WS-IV-RECORD TO WS-UPDT-ID (WS-UPDT-COUNT)
    MOVE WS-PRINCIPAL TO WS-UPDT-PRINCIPAL (WS-UPDT-COUNT)
    MOVE WS-ACCRUED   TO WS-UPDT-ACCRUED (WS-UPDT-COUNT)
    MOVE WS-IR-PROV   TO WS-UPDT-IR-PROV (WS-UPDT-COUNT)
    MOVE WS-LAST-DAY  TO WS-UPDT-LAST-DATE (WS-UPDT-COUNT)
    MOVE WS-APPLIED-SWITCH  TO WS-UPDT-APPLIED (WS-UPDT-COUNT)
    MOVE WS-REQUEST-SWITCH  TO WS-UPDT-SERVED (WS-UPDT-COUNT)
    MOVE WS-REDEEMED-SWITCH TO WS-UPDT-REDEEMED (WS-UPDT-COUNT)

    DISPLAY "Aplicacao " IV-ID OF WS-IV-RECORD
            ": rendimento do mes " WS-MONTH-YIELD
            " bruto " WS-BOOK-CENTS
            " IR prov " WS-IR-PROV
    .

CHECK-CDI-RATES.
    MOVE WS-FROM-DATE TO WS-DAY-DATE
    PERFORM UNTIL INVESTMENT-SKIPPED
               OR WS-DAY-DATE > WS-PERIOD-END-DATE
               OR (IV-MATURITY-DATE OF WS-IV-RECORD NOT = 0
                   AND WS-DAY-DATE > IV-MATURITY-DATE OF WS-IV-RECORD)
               OR (IV-REDEEM-DATE OF WS-IV-RECORD NOT = 0
                   AND IV-REDEEM-CENTS OF WS-IV-RECORD = 0
                   AND WS-DAY-DATE > IV-REDEEM-DATE OF WS-IV-RECORD)
       PERFORM TEST-BUSINESS-DAY
       IF WS-BD-BIZ-FLAG = "Y"
          PERFORM READ-CDI-RATE
          IF WS-IX-RETURN-STATUS NOT = "00"
             DISPLAY "*** Aplicacao " IV-ID OF WS-IV-RECORD
                     ": taxa do CDI de " WS-DAY-DATE
                     " nao cadastrada - aplicacao pulada. ***"
             MOVE "Y" TO WS-SKIP-SWITCH
          END-IF
       END-IF
       MOVE WS-DAY-DATE TO WS-BD-DATE
       PERFORM ADVANCE-ONE-DAY
       MOVE WS-BD-DATE TO WS-DAY-DATE
    END-PERFORM
    .

ACCRUE-ONE-DAY.
    *> Rendimento do dia util sobre o valor bruto corrente
    PERFORM TEST-BUSINESS-DAY
    IF WS-BD-BIZ-FLAG = "Y"
       IF IV-IS-CDI-LINKED OF WS-IV-RECORD
          PERFORM READ-CDI-RATE
          COMPUTE WS-DAY-FACTOR ROUNDED = 1
                + ((IX-RATE OF WS-IX-RECORD / 100)
                   * (IV-RATE OF WS-IV-RECORD / 100))
       ELSE
          MOVE WS-FIXED-FACTOR TO WS-DAY-FACTOR
       END-IF
       COMPUTE WS-GROSS-VALUE ROUNDED =
               WS-GROSS-VALUE * WS-DAY-FACTOR
    END-IF

    *> Resgate pedido para o dia
    IF IV-REDEEM-DATE OF WS-IV-RECORD = WS-DAY-DATE
       MOVE IV-REDEEM-CENTS OF WS-IV-RECORD TO WS-REDEEM-GROSS
       MOVE 2 TO WS-ENTRY-KIND
       PERFORM REDEEM-INVESTMENT
       IF INVESTMENT-SKIPPED
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-REQUEST-SWITCH
    END-IF

    *> Vencimento: resgata o que sobrou
    IF NOT FULLY-REDEEMED
       AND IV-MATURITY-DATE OF WS-IV-RECORD = WS-DAY-DATE
       MOVE 0 TO WS-REDEEM-GROSS
       MOVE 4 TO WS-ENTRY-KIND
       PERFORM REDEEM-INVESTMENT
       IF INVESTMENT-SKIPPED
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF FULLY-REDEEMED
       MOVE "Y" TO WS-DAY-SWITCH
    END-IF
    .

REDEEM-INVESTMENT.
    *> Rendimento ate a data entra no valor contabil
    COMPUTE WS-ROUNDED-CENTS ROUNDED = WS-GROSS-VALUE
    COMPUTE WS-YIELD-CENTS = WS-ROUNDED-CENTS - WS-BOOK-CENTS
    ADD WS-YIELD-CENTS TO WS-ACCRUED
    ADD WS-YIELD-CENTS TO WS-MONTH-YIELD
    MOVE WS-ROUNDED-CENTS TO WS-BOOK-CENTS

    *> Valor bruto 0 ou acima do saldo = resgate total
    IF WS-REDEEM-GROSS = 0 OR WS-REDEEM-GROSS NOT < WS-BOOK-CENTS
       MOVE WS-BOOK-CENTS TO WS-REDEEM-GROSS
       MOVE WS-ACCRUED    TO WS-REDEEM-YIELD
       MOVE WS-IR-PROV    TO WS-PROV-RELEASED
       MOVE "Y" TO WS-REDEEMED-SWITCH
    ELSE
       COMPUTE WS-REDEEM-YIELD ROUNDED =
               WS-ACCRUED * WS-REDEEM-GROSS / WS-BOOK-CENTS
       COMPUTE WS-PROV-RELEASED ROUNDED =
               WS-IR-PROV * WS-REDEEM-GROSS / WS-BOOK-CENTS
    END-IF
    COMPUTE WS-REDEEM-PRINCIPAL = WS-REDEEM-GROSS - WS-REDEEM-YIELD

    *> Prazo corrido desde a aplicacao
    MOVE WS-DAY-DATE TO WS-JDN-DATE
    PERFORM COMPUTE-JDN
    COMPUTE WS-HOLD-DAYS = WS-JDN - WS-JDN-START

    *> IOF regressivo: so nos primeiros 29 dias
    MOVE 0 TO WS-REDEEM-IOF
    IF WS-HOLD-DAYS < 30
       IF WS-HOLD-DAYS = 0
          MOVE WS-IOF-ENTRY (1) TO WS-IOF-PCT
       ELSE
          MOVE WS-IOF-ENTRY (WS-HOLD-DAYS) TO WS-IOF-PCT
       END-IF
       COMPUTE WS-REDEEM-IOF ROUNDED =
               WS-REDEEM-YIELD * WS-IOF-PCT / 100
    END-IF

    *> IR regressivo sobre o rendimento liquido do IOF
    PERFORM SET-IR-RATE
    COMPUTE WS-IR-BASE = WS-REDEEM-YIELD - WS-REDEEM-IOF
    COMPUTE WS-REDEEM-IR ROUNDED = WS-IR-BASE * WS-IR-PERMIL / 1000
    COMPUTE WS-REDEEM-NET = WS-REDEEM-GROSS - WS-REDEEM-IOF
          - WS-REDEEM-IR
    COMPUTE WS-IR-ADJUST = WS-REDEEM-IR - WS-PROV-RELEASED

    PERFORM WRITE-REDEMPTION-ENTRY
    IF INVESTMENT-SKIPPED
       EXIT PARAGRAPH
    END-IF

    *> Posicao remanescente
    SUBTRACT WS-REDEEM-PRINCIPAL FROM WS-PRINCIPAL
    SUBTRACT WS-REDEEM-YIELD FROM WS-ACCRUED
    SUBTRACT WS-PROV-RELEASED FROM WS-IR-PROV
    SUBTRACT WS-REDEEM-GROSS FROM WS-BOOK-CENTS
    SUBTRACT WS-REDEEM-GROSS FROM WS-GROSS-VALUE

    ADD 1 TO WS-REDEMPTION-COUNT
    ADD WS-REDEEM-GROSS TO WS-TOTAL-REDEEMED
    ADD WS-REDEEM-IR TO WS-TOTAL-IR
    ADD WS-REDEEM-IOF TO WS-TOTAL-IOF
    .

SET-IR-RATE.
    *> Aliquota regressiva (por mil) pelo prazo em WS-HOLD-DAYS
    EVALUATE TRUE
       WHEN IV-IR-EXEMPT OF WS-IV-RECORD
          MOVE 0 TO WS-IR-PERMIL
       WHEN WS-HOLD-DAYS NOT > 180
          MOVE 225 TO WS-IR-PERMIL
       WHEN WS-HOLD-DAYS NOT > 360
          MOVE 200 TO WS-IR-PERMIL
       WHEN WS-HOLD-DAYS NOT > 720
          MOVE 175 TO WS-IR-PERMIL
       WHEN OTHER
          MOVE 150 TO WS-IR-PERMIL
    END-EVALUATE
    .

*> ============================================================
*>   Lancamentos
*> ============================================================
WRITE-APPLICATION-ENTRY.
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE 1 TO WS-ENTRY-KIND
    PERFORM SET-ENTRY-ID
    MOVE IV-START-DATE OF WS-IV-RECORD TO JR-DATE

    STRING "APLICACAO " DELIMITED BY SIZE
           IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IV-PRODUCT OF WS-IV-RECORD DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           IV-DESCRIPTION OF WS-IV-RECORD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 0 TO WS-LINE-I
    MOVE IV-ASSET-ACCT OF WS-IV-RECORD
      TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
    MOVE WS-PRINCIPAL TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
    MOVE "D" TO WS-LINE-DC
    PERFORM ADD-ENTRY-LINE
    MOVE WS-CASH-ACCT TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
    MOVE WS-PRINCIPAL TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
    MOVE "C" TO WS-LINE-DC
    PERFORM ADD-ENTRY-LINE

    PERFORM POST-ENTRY
    .

WRITE-REDEMPTION-ENTRY.
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    PERFORM SET-ENTRY-ID
    MOVE WS-DAY-DATE TO JR-DATE

    IF WS-ENTRY-KIND = 4
       STRING "VENCIMENTO APLICACAO " DELIMITED BY SIZE
              IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IV-DESCRIPTION OF WS-IV-RECORD DELIMITED BY SIZE
         INTO JR-MEMO
    ELSE
       STRING "RESGATE APLICACAO " DELIMITED BY SIZE
              IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IV-DESCRIPTION OF WS-IV-RECORD DELIMITED BY SIZE
         INTO JR-MEMO
    END-IF

    MOVE 0 TO WS-LINE-I

    *> Rendimento ate a data do resgate
    IF WS-YIELD-CENTS NOT = 0
       MOVE IV-ASSET-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-YIELD-CENTS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
       MOVE IV-INCOME-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-YIELD-CENTS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "C" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF

    *> Liquido creditado na conta bancaria
    IF WS-REDEEM-NET NOT = 0
       MOVE WS-CASH-ACCT TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-REDEEM-NET TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF

    *> IR retido: baixa a provisao; a diferenca vai para a despesa
    IF WS-PROV-RELEASED NOT = 0
       MOVE IV-IR-PROV-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-PROV-RELEASED TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF
    IF WS-IR-ADJUST > 0
       MOVE IV-IR-EXP-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-IR-ADJUST TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF
    IF WS-IR-ADJUST < 0
       MOVE IV-IR-EXP-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       COMPUTE JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1) =
               0 - WS-IR-ADJUST
       MOVE "C" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF

    IF WS-REDEEM-IOF NOT = 0
       MOVE IV-IOF-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-REDEEM-IOF TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF

    *> Saida da aplicacao pelo bruto
    MOVE IV-ASSET-ACCT OF WS-IV-RECORD
      TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
    MOVE WS-REDEEM-GROSS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
    MOVE "C" TO WS-LINE-DC
    PERFORM ADD-ENTRY-LINE

    PERFORM POST-ENTRY
    IF NOT INVESTMENT-SKIPPED
       DISPLAY "Aplicacao " IV-ID OF WS-IV-RECORD
               ": resgate em " WS-DAY-DATE
               " bruto " WS-REDEEM-GROSS
               " IOF " WS-REDEEM-IOF
               " IR " WS-REDEEM-IR
               " liquido " WS-REDEEM-NET
    END-IF
    .

WRITE-MONTH-END-ENTRY.
    *> Rendimento ainda nao lancado no mes
    COMPUTE WS-ROUNDED-CENTS ROUNDED = WS-GROSS-VALUE
    COMPUTE WS-YIELD-CENTS = WS-ROUNDED-CENTS - WS-BOOK-CENTS
    ADD WS-YIELD-CENTS TO WS-ACCRUED
    ADD WS-YIELD-CENTS TO WS-MONTH-YIELD
    MOVE WS-ROUNDED-CENTS TO WS-BOOK-CENTS

    *> Provisao de IR pela aliquota do prazo no ultimo dia
    *> apropriado
    MOVE WS-LAST-DAY TO WS-JDN-DATE
    PERFORM COMPUTE-JDN
    COMPUTE WS-HOLD-DAYS = WS-JDN - WS-JDN-START
    PERFORM SET-IR-RATE
    COMPUTE WS-IR-TARGET ROUNDED = WS-ACCRUED * WS-IR-PERMIL / 1000
    COMPUTE WS-IR-DELTA = WS-IR-TARGET - WS-IR-PROV
    MOVE WS-IR-TARGET TO WS-IR-PROV

    IF WS-YIELD-CENTS = 0 AND WS-IR-DELTA = 0
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE 3 TO WS-ENTRY-KIND
    PERFORM SET-ENTRY-ID
    MOVE WS-PERIOD-END-DATE TO JR-DATE

    STRING "RENDIMENTO APLICACAO " DELIMITED BY SIZE
           IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 0 TO WS-LINE-I
    IF WS-YIELD-CENTS NOT = 0
       MOVE IV-ASSET-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-YIELD-CENTS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
       MOVE IV-INCOME-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-YIELD-CENTS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "C" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF

    IF WS-IR-DELTA > 0
       MOVE WS-IR-DELTA TO WS-IR-DELTA-ABS
       MOVE IV-IR-EXP-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-IR-DELTA-ABS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
       MOVE IV-IR-PROV-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-IR-DELTA-ABS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "C" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF
    IF WS-IR-DELTA < 0
       *> Mudou de faixa: devolve parte da provisao
       COMPUTE WS-IR-DELTA-ABS = 0 - WS-IR-DELTA
       MOVE IV-IR-PROV-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-IR-DELTA-ABS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "D" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
       MOVE IV-IR-EXP-ACCT OF WS-IV-RECORD
         TO JR-LINE-ACCOUNT-ID (WS-LINE-I + 1)
       MOVE WS-IR-DELTA-ABS TO JR-LINE-AMOUNT-CENTS (WS-LINE-I + 1)
       MOVE "C" TO WS-LINE-DC
       PERFORM ADD-ENTRY-LINE
    END-IF

    PERFORM POST-ENTRY
    .

SET-ENTRY-ID.
    COMPUTE JR-TXN-ID = WS-INV-ID-BASE
          + (WS-TARGET-PERIOD * 10000) + (WS-INV-SEQ * 10)
          + WS-ENTRY-KIND
    .

ADD-ENTRY-LINE.
    *> Conta e valor ja na linha seguinte; D/C em WS-LINE-DC
    ADD 1 TO WS-LINE-I
    MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
    MOVE WS-LINE-DC TO JR-LINE-DC (WS-LINE-I)
    .

POST-ENTRY.
    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-INVESTMENTS OF JR-RECORD TO TRUE

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

    IF WS-JR-RETURN-STATUS NOT = FS-OK
       AND WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       DISPLAY "*** Lancamento " JR-TXN-ID " da aplicacao "
               IV-ID OF WS-IV-RECORD
               " recusado - STATUS: " WS-JR-RETURN-STATUS
               " - controles nao avancados. ***"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "IA0008" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       STRING "LANCAMENTO RECUSADO APLICACAO " DELIMITED BY SIZE
              IV-ID OF WS-IV-RECORD DELIMITED BY SIZE
              " STATUS " DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE "Y" TO WS-SKIP-SWITCH
       ADD 1 TO WS-SKIPPED-COUNT
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

*> ============================================================
*>   Datas e taxas
*> ============================================================
TEST-BUSINESS-DAY.
    MOVE WS-DAY-DATE TO WS-BD-DATE
    MOVE "T" TO WS-BD-OP-CODE
    MOVE 0 TO WS-BD-DAYS
    MOVE SPACE TO WS-BD-ROLL-RULE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS
    .

ADVANCE-ONE-DAY.
    *> Dia corrido seguinte a WS-BD-DATE
    MOVE "A" TO WS-BD-OP-CODE
    MOVE 1 TO WS-BD-DAYS
    MOVE SPACE TO WS-BD-ROLL-RULE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS
    .

READ-CDI-RATE.
    MOVE SPACE TO WS-IX-RECORD
    MOVE "CDI" TO IX-INDEX-CODE OF WS-IX-RECORD
    MOVE WS-DAY-DATE (1:6) TO IX-PERIOD OF WS-IX-RECORD
    MOVE WS-DAY-DATE (7:2) TO IX-DAY OF WS-IX-RECORD
    MOVE "R" TO WS-IX-OP-CODE
    CALL "ECON-INDEX-IO" USING
         WS-IX-OP-CODE
         WS-IX-RECORD
         WS-IX-RETURN-STATUS
    .

COMPUTE-JDN.
    *> Numero do dia juliano de WS-JDN-DATE (diferenca entre duas
    *> datas = dias corridos)
    MOVE WS-JDN-DATE (1:4) TO WS-DATE-YYYY
    MOVE WS-JDN-DATE (5:2) TO WS-DATE-MM
    MOVE WS-JDN-DATE (7:2) TO WS-DATE-DD

    COMPUTE WS-JDN-T1 = 14 - WS-DATE-MM
    DIVIDE WS-JDN-T1 BY 12 GIVING WS-JDN-A
    COMPUTE WS-JDN-Y = WS-DATE-YYYY + 4800 - WS-JDN-A
    COMPUTE WS-JDN-M = WS-DATE-MM + (12 * WS-JDN-A) - 3
    COMPUTE WS-JDN-T2 = (153 * WS-JDN-M) + 2
    DIVIDE WS-JDN-T2 BY 5 GIVING WS-JDN-T3
    DIVIDE WS-JDN-Y BY 4 GIVING WS-JDN-Y4
    DIVIDE WS-JDN-Y BY 100 GIVING WS-JDN-Y100
    DIVIDE WS-JDN-Y BY 400 GIVING WS-JDN-Y400
    COMPUTE WS-JDN = WS-DATE-DD + WS-JDN-T3 + (365 * WS-JDN-Y)
                   + WS-JDN-Y4 - WS-JDN-Y100 + WS-JDN-Y400 - 32045
    .

*> ============================================================
*>   Avanco dos controles
*> ============================================================
ADVANCE-INVESTMENT-CONTROLS.
    PERFORM VARYING WS-UPDT-I FROM 1 BY 1
            UNTIL WS-UPDT-I > WS-UPDT-COUNT
       MOVE SPACE TO WS-UPD-IV-RECORD
       MOVE WS-UPDT-ID (WS-UPDT-I) TO IV-ID OF WS-UPD-IV-RECORD

       MOVE "R" TO WS-UPD-IV-OP-CODE
       CALL "INVESTMENTS-IO" USING
            WS-UPD-IV-OP-CODE
            WS-UPD-IV-RECORD
            WS-UPD-IV-RETURN-STATUS

       IF WS-UPD-IV-RETURN-STATUS = "00"
          MOVE WS-UPDT-PRINCIPAL (WS-UPDT-I)
            TO IV-PRINCIPAL-CENTS OF WS-UPD-IV-RECORD
          MOVE WS-UPDT-ACCRUED (WS-UPDT-I)
            TO IV-ACCRUED-CENTS OF WS-UPD-IV-RECORD
          MOVE WS-UPDT-IR-PROV (WS-UPDT-I)
            TO IV-IR-PROV-CENTS OF WS-UPD-IV-RECORD
          MOVE WS-UPDT-LAST-DATE (WS-UPDT-I)
            TO IV-LAST-ACCRUAL-DATE OF WS-UPD-IV-RECORD
          MOVE WS-TARGET-PERIOD
            TO IV-LAST-PERIOD OF WS-UPD-IV-RECORD
          MOVE WS-UPDT-APPLIED (WS-UPDT-I)
            TO IV-APPLIED-FLAG OF WS-UPD-IV-RECORD
          IF WS-UPDT-SERVED (WS-UPDT-I) = "Y"
             *> Pedido de resgate atendido
             MOVE 0 TO IV-REDEEM-DATE OF WS-UPD-IV-RECORD
             MOVE 0 TO IV-REDEEM-CENTS OF WS-UPD-IV-RECORD
          END-IF
          IF WS-UPDT-REDEEMED (WS-UPDT-I) = "Y"
             SET IV-IS-REDEEMED OF WS-UPD-IV-RECORD TO TRUE
          END-IF

          MOVE "U" TO WS-UPD-IV-OP-CODE
          CALL "INVESTMENTS-IO" USING
               WS-UPD-IV-OP-CODE
               WS-UPD-IV-RECORD
               WS-UPD-IV-RETURN-STATUS
       END-IF

       IF WS-UPD-IV-RETURN-STATUS NOT = "00"
          DISPLAY "*** Falha ao atualizar aplicacao "
                  WS-UPDT-ID (WS-UPDT-I)
                  " - STATUS: " WS-UPD-IV-RETURN-STATUS
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

WRITE-BATCH-LOG.
    MOVE "W" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
