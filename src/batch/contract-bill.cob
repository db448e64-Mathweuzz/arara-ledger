>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: contract-bill.cob
*> Objetivo:
*>   - Faturamento mensal dos contratos recorrentes de cliente
*>     (CONTRACTS): para o periodo AAAAMM informado no SYSIN,
*>     cada contrato ativo e vigente no mes, ainda nao faturado
*>     nele (CT-LAST-BILLED), gera a fatura no AR-INVOICES e o
*>     lancamento de entrada via JOURNAL-IO (D conta de clientes
*>     / C receita do contrato) - o mesmo par que a opcao 4 do
*>     AR-MENU e o AR-IMPORT gravam, com ID da numeracao
*>     automatica (TXN-SEQ-IO 'N').
*>   - Numero da fatura: "CT" + contrato (6) + AAMM do periodo;
*>     emissao no dia 1 do mes (ou no inicio da vigencia, se
*>     posterior) e vencimento = emissao + prazo do cliente,
*>     rolado para dia util (BIZ-DAY), como a sugestao do
*>     AR-MENU. A fatura nasce pendente de NFS-e.
*>   - Reajuste no aniversario: no mes CT-READJ-MONTH de cada
*>     ano seguinte ao do inicio da vigencia, o valor mensal e
*>     multiplicado pela variacao acumulada dos 12 meses
*>     anteriores do indice do contrato (produto de 1 + taxa do
*>     mes, tabela ECON-INDEX); a fatura do mes ja sai pelo
*>     valor novo. Variacao acumulada negativa nao reduz o
*>     preco (valor mantido). Falta de qualquer mes do indice
*>     segura o contrato inteiro - nao sai fatura pelo valor
*>     velho - ate a tabela ser completada no AUX-MENU.
*>   - Cada contrato reajustado ganha uma secao de carta de
*>     reajuste no relatorio CONTR-REAJ (RPT-SPOOL), pronta
*>     para envio ao cliente.
*>   - Reexecucao do mesmo periodo nao fatura duas vezes:
*>     contrato ja faturado no mes e pulado e, se a fatura
*>     "CT..." ja existir (execucao interrompida), so o controle
*>     do contrato e avancado.
*>   - Os contratos sao coletados no browse 'L'/'N' e
*>     processados numa fase propria (um 'U' no meio do browse
*>     seria recusado com status 41).
*>   - RC 0 tudo faturado, RC 4 com contratos retidos
*>     (excecoes), RC 8 periodo fechado ou erro geral.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTRACT-BILL.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "CONTRBIL".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Spool das cartas de reajuste (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "CONTR-REAJ".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-TARGET-PERIOD-X REDEFINES WS-TARGET-PERIOD.
   05 WS-TARGET-YEAR    PIC 9(4).
   05 WS-TARGET-MONTH   PIC 9(2).
01 WS-PERIOD-FIRST-DATE PIC 9(8).

01 WS-CT-OP-CODE        PIC X.
COPY "contracts.cpy" REPLACING ==CT-RECORD== BY ==WS-CT-RECORD==.
01 WS-CT-RETURN-STATUS  PIC XX.

*> Contratos elegiveis coletados no browse
01 WS-SEL-TABLE.
   05 WS-SEL-CONTRACT-ID OCCURS 500 TIMES PIC 9(6).
01 WS-SEL-COUNT         PIC 9(3) VALUE 0.
01 WS-SEL-I             PIC 9(3).

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-IX-OP-CODE        PIC X.
COPY "econ-index.cpy" REPLACING ==IX-RECORD== BY ==WS-IX-RECORD==.
01 WS-IX-RETURN-STATUS  PIC XX.

01 WS-PC-OP-CODE        PIC X.
01 WS-PC-RETURN-STATUS  PIC XX.
COPY "period-ctl.cpy".

01 WS-BD-OP-CODE        PIC X.
01 WS-BD-DATE           PIC 9(8).
01 WS-BD-DAYS           PIC 9(3).
01 WS-BD-ROLL-RULE      PIC X.
01 WS-BD-BIZ-FLAG       PIC X.
01 WS-BD-RETURN-STATUS  PIC XX.

01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "CONTRBIL".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> Reajuste: acumulado de 12 meses do indice
01 WS-READJ-SWITCH      PIC X.
   88 READJ-IS-DUE            VALUE "Y".
01 WS-INDEX-OK-SWITCH   PIC X.
   88 INDEX-IS-COMPLETE       VALUE "Y".
01 WS-IX-YEAR           PIC 9(4).
01 WS-IX-MONTH          PIC 9(2).
01 WS-IX-I              PIC 9(2).
01 WS-IX-MISSING-PERIOD PIC 9(6).
01 WS-ACCUM-FACTOR      PIC S9(3)V9(12).
01 WS-ACCUM-PCT         PIC S9(5)V9(4).
01 WS-OLD-AMOUNT        PIC 9(15).
01 WS-NEW-AMOUNT        PIC 9(15).

*> Fatura do contrato
01 WS-INVOICE-NO        PIC X(12).
01 WS-ISSUE-DATE        PIC 9(8).
01 WS-BILL-AMOUNT       PIC 9(15).
01 WS-ALREADY-BILLED-SW PIC X.
   88 INVOICE-ALREADY-EXISTS  VALUE "Y".

01 WS-EXCEPTION-TEXT    PIC X(60).

01 WS-BILLED-COUNT      PIC 9(6)  VALUE 0.
01 WS-BILLED-TOTAL      PIC 9(18) VALUE 0.
01 WS-READJ-COUNT       PIC 9(6)  VALUE 0.
01 WS-RESUMED-COUNT     PIC 9(6)  VALUE 0.
01 WS-EXCEPTION-COUNT   PIC 9(6)  VALUE 0.

01 WS-EDIT-OLD          PIC Z(12)9.99.
01 WS-EDIT-NEW          PIC Z(12)9.99.
01 WS-EDIT-PCT          PIC -ZZZZ9.9999.
01 WS-DEC-AMOUNT        PIC 9(13)V99.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== CONTRACT-BILL - Faturamento de contratos recorrentes ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "CB0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "Periodo a faturar (AAAAMM): " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    IF WS-TARGET-PERIOD NOT NUMERIC
       OR WS-TARGET-MONTH < 1 OR WS-TARGET-MONTH > 12
       DISPLAY "*** Periodo invalido: " WS-TARGET-PERIOD " ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE WS-PERIOD-FIRST-DATE = (WS-TARGET-PERIOD * 100) + 1

    *> Faturas e lancamentos caem no periodo: precisa estar aberto
    MOVE WS-TARGET-PERIOD TO PC-PERIOD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OR PERIOD-IS-SOFTCLOSED)
       DISPLAY "*** Periodo " WS-TARGET-PERIOD " fechado (ou em "
               "pre-fechamento) - nada faturado. ***"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "CB0008" TO WS-BL-MSG-CODE
       MOVE "PERIODO FECHADO - NADA FATURADO" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-TARGET-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    MOVE SPACES TO WS-RP-LINE
    STRING "CARTAS DE REAJUSTE DE CONTRATO - PERIODO "
              DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM COLLECT-ELIGIBLE-CONTRACTS

    *> Fase de faturamento: o browse terminou em fim-de-arquivo
    PERFORM VARYING WS-SEL-I FROM 1 BY 1
            UNTIL WS-SEL-I > WS-SEL-COUNT
       PERFORM BILL-ONE-CONTRACT
    END-PERFORM

    IF WS-READJ-COUNT = 0
       MOVE "(nenhum contrato reajustado no periodo)" TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    PERFORM CLOSE-REPORT-SPOOL

    DISPLAY " "
    DISPLAY "Contratos elegiveis.................: " WS-SEL-COUNT
    DISPLAY "Faturas geradas.....................: " WS-BILLED-COUNT
    DISPLAY "Valor faturado (centavos)...........: " WS-BILLED-TOTAL
    DISPLAY "Contratos reajustados...............: " WS-READJ-COUNT
    DISPLAY "Faturas ja existentes (so controle).: " WS-RESUMED-COUNT
    DISPLAY "Contratos retidos (excecoes)........: " WS-EXCEPTION-COUNT

    IF WS-EXCEPTION-COUNT > 0 AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "CB0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "PERIODO " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " FATURAS " DELIMITED BY SIZE
           WS-BILLED-COUNT DELIMITED BY SIZE
           " REAJ " DELIMITED BY SIZE
           WS-READJ-COUNT DELIMITED BY SIZE
           " RETIDOS " DELIMITED BY SIZE
           WS-EXCEPTION-COUNT DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "CONTRACT-BILL - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

COLLECT-ELIGIBLE-CONTRACTS.
    MOVE SPACE TO WS-CT-RECORD
    MOVE "L" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       IF CT-IS-ACTIVE OF WS-CT-RECORD
          AND CT-START-DATE OF WS-CT-RECORD (1:6) NOT > WS-TARGET-PERIOD
          AND (CT-END-DATE OF WS-CT-RECORD = 0
               OR CT-END-DATE OF WS-CT-RECORD (1:6)
                  NOT < WS-TARGET-PERIOD)
          AND CT-LAST-BILLED OF WS-CT-RECORD < WS-TARGET-PERIOD
          IF WS-SEL-COUNT < 500
             ADD 1 TO WS-SEL-COUNT
             MOVE CT-CONTRACT-ID OF WS-CT-RECORD
               TO WS-SEL-CONTRACT-ID (WS-SEL-COUNT)
          ELSE
             DISPLAY "*** Mais de 500 contratos no periodo - rode "
                     "de novo para faturar o restante. ***"
             IF WS-FINAL-RC < 4
                MOVE 4 TO WS-FINAL-RC
             END-IF
          END-IF
       END-IF

       MOVE "N" TO WS-CT-OP-CODE
       CALL "CONTRACTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM
    .

BILL-ONE-CONTRACT.
    MOVE SPACE TO WS-CT-RECORD
    MOVE WS-SEL-CONTRACT-ID (WS-SEL-I) TO CT-CONTRACT-ID OF WS-CT-RECORD
    MOVE "R" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF WS-CT-RETURN-STATUS NOT = "00"
       MOVE "CONTRATO ILEGIVEL NA FASE DE FATURAMENTO"
         TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-CU-RECORD
    MOVE CT-CUSTOMER-ID OF WS-CT-RECORD TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS NOT = "00"
       OR CU-STATUS OF WS-CU-RECORD = "I"
       MOVE "CLIENTE INEXISTENTE OU INATIVO" TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    *> Reajuste de aniversario antes de faturar o mes
    MOVE CT-MONTHLY-CENTS OF WS-CT-RECORD TO WS-OLD-AMOUNT
    MOVE CT-MONTHLY-CENTS OF WS-CT-RECORD TO WS-NEW-AMOUNT
    MOVE "N" TO WS-READJ-SWITCH
    IF CT-READJ-MONTH OF WS-CT-RECORD = WS-TARGET-MONTH
       AND CT-START-DATE OF WS-CT-RECORD (1:4) < WS-TARGET-YEAR
       AND CT-LAST-READJ OF WS-CT-RECORD < WS-TARGET-PERIOD
       SET READJ-IS-DUE TO TRUE
       PERFORM ACCUMULATE-INDEX
       IF NOT INDEX-IS-COMPLETE
          MOVE SPACES TO WS-EXCEPTION-TEXT
          STRING "INDICE " DELIMITED BY SIZE
                 CT-INDEX-CODE OF WS-CT-RECORD DELIMITED BY SPACE
                 " DE " DELIMITED BY SIZE
                 WS-IX-MISSING-PERIOD DELIMITED BY SIZE
                 " NAO CADASTRADO - REAJUSTE PENDENTE"
                    DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
          PERFORM REPORT-EXCEPTION
          EXIT PARAGRAPH
       END-IF
       *> Deflacao acumulada nao reduz o preco
       IF WS-ACCUM-FACTOR > 1
          COMPUTE WS-NEW-AMOUNT ROUNDED =
                  WS-OLD-AMOUNT * WS-ACCUM-FACTOR
       END-IF
    END-IF
    MOVE WS-NEW-AMOUNT TO WS-BILL-AMOUNT

    *> Numero da fatura: CT + contrato + AAMM
    MOVE SPACES TO WS-INVOICE-NO
    STRING "CT" DELIMITED BY SIZE
           CT-CONTRACT-ID OF WS-CT-RECORD DELIMITED BY SIZE
           WS-TARGET-PERIOD (3:4) DELIMITED BY SIZE
      INTO WS-INVOICE-NO

    MOVE WS-PERIOD-FIRST-DATE TO WS-ISSUE-DATE
    IF CT-START-DATE OF WS-CT-RECORD > WS-ISSUE-DATE
       MOVE CT-START-DATE OF WS-CT-RECORD TO WS-ISSUE-DATE
    END-IF

    *> Execucao anterior interrompida: fatura ja gravada, so falta
    *> o controle do contrato
    MOVE "N" TO WS-ALREADY-BILLED-SW
    MOVE SPACE TO WS-AR-RECORD
    MOVE CT-CUSTOMER-ID OF WS-CT-RECORD TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE WS-INVOICE-NO TO AR-INVOICE-NO OF WS-AR-RECORD
    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS = "00"
       SET INVOICE-ALREADY-EXISTS TO TRUE
       MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-BILL-AMOUNT
    END-IF

    IF NOT INVOICE-ALREADY-EXISTS
       PERFORM CREATE-CONTRACT-INVOICE
       IF WS-AR-RETURN-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
    ELSE
       ADD 1 TO WS-RESUMED-COUNT
       DISPLAY "Contrato " CT-CONTRACT-ID OF WS-CT-RECORD
               ": fatura " WS-INVOICE-NO
               " ja existia - so o controle foi avancado."
    END-IF

    *> Avanco de controle do contrato (e do valor reajustado)
    MOVE WS-TARGET-PERIOD TO CT-LAST-BILLED OF WS-CT-RECORD
    IF READJ-IS-DUE
       MOVE WS-NEW-AMOUNT TO CT-MONTHLY-CENTS OF WS-CT-RECORD
       MOVE WS-TARGET-PERIOD TO CT-LAST-READJ OF WS-CT-RECORD
    END-IF
    MOVE "U" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF WS-CT-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao avancar o contrato "
               CT-CONTRACT-ID OF WS-CT-RECORD
               " - STATUS: " WS-CT-RETURN-STATUS
               " (fatura " WS-INVOICE-NO " ja gravada - apure)."
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    IF READJ-IS-DUE
       ADD 1 TO WS-READJ-COUNT
       PERFORM WRITE-READJ-LETTER
    END-IF
    .

ACCUMULATE-INDEX.
    *> Produto de (1 + taxa/100) dos 12 meses anteriores ao mes
    *> do aniversario, lidos na ECON-INDEX (dia 00 = mensal)
    MOVE "Y" TO WS-INDEX-OK-SWITCH
    MOVE 1 TO WS-ACCUM-FACTOR
    MOVE WS-TARGET-YEAR  TO WS-IX-YEAR
    MOVE WS-TARGET-MONTH TO WS-IX-MONTH

    PERFORM VARYING WS-IX-I FROM 1 BY 1
            UNTIL WS-IX-I > 12 OR NOT INDEX-IS-COMPLETE
       IF WS-IX-MONTH = 1
          MOVE 12 TO WS-IX-MONTH
          SUBTRACT 1 FROM WS-IX-YEAR
       ELSE
          SUBTRACT 1 FROM WS-IX-MONTH
       END-IF

       MOVE SPACE TO WS-IX-RECORD
       MOVE CT-INDEX-CODE OF WS-CT-RECORD TO IX-INDEX-CODE OF WS-IX-RECORD
       COMPUTE IX-PERIOD OF WS-IX-RECORD =
               (WS-IX-YEAR * 100) + WS-IX-MONTH
       MOVE 0 TO IX-DAY OF WS-IX-RECORD
       MOVE "R" TO WS-IX-OP-CODE
       CALL "ECON-INDEX-IO" USING
            WS-IX-OP-CODE
            WS-IX-RECORD
            WS-IX-RETURN-STATUS
       IF WS-IX-RETURN-STATUS = "00"
          COMPUTE WS-ACCUM-FACTOR ROUNDED =
                  WS-ACCUM-FACTOR
                  * (1 + (IX-RATE OF WS-IX-RECORD / 100))
       ELSE
          MOVE "N" TO WS-INDEX-OK-SWITCH
          COMPUTE WS-IX-MISSING-PERIOD =
                  (WS-IX-YEAR * 100) + WS-IX-MONTH
       END-IF
    END-PERFORM

    COMPUTE WS-ACCUM-PCT ROUNDED = (WS-ACCUM-FACTOR - 1) * 100
    .

CREATE-CONTRACT-INVOICE.
    *> Devolve WS-AR-RETURN-STATUS "00" quando fatura e
    *> lancamento foram gravados
    MOVE "99" TO WS-AR-RETURN-STATUS

    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       MOVE "NUMERACAO DE LANCAMENTO INDISPONIVEL" TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       MOVE "99" TO WS-AR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID  TO JR-TXN-ID
    MOVE WS-ISSUE-DATE TO JR-DATE

    STRING "FATURA " DELIMITED BY SIZE
           CT-CUSTOMER-ID OF WS-CT-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-INVOICE-NO DELIMITED BY SIZE
           " CONTRATO " DELIMITED BY SIZE
           CT-CONTRACT-ID OF WS-CT-RECORD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE CT-RECEIVABLE-ACCT OF WS-CT-RECORD TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-BILL-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE CT-REVENUE-ACCT OF WS-CT-RECORD TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-BILL-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N" TO JR-POSTED-FLAG
    MOVE "A" TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
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
       MOVE SPACES TO WS-EXCEPTION-TEXT
       STRING "LANCAMENTO RECUSADO - STATUS " DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       MOVE "99" TO WS-AR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    *> Vencimento: emissao + prazo do cliente, rolado p/ dia util
    MOVE WS-ISSUE-DATE TO WS-BD-DATE
    MOVE CU-PAYMENT-TERMS OF WS-CU-RECORD TO WS-BD-DAYS
    MOVE "A" TO WS-BD-OP-CODE
    MOVE SPACE TO WS-BD-ROLL-RULE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS
    MOVE "R" TO WS-BD-OP-CODE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS

    MOVE SPACE TO WS-AR-RECORD
    MOVE CT-CUSTOMER-ID OF WS-CT-RECORD TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE WS-INVOICE-NO  TO AR-INVOICE-NO OF WS-AR-RECORD
    MOVE WS-ISSUE-DATE  TO AR-ISSUE-DATE OF WS-AR-RECORD
    MOVE WS-BD-DATE     TO AR-DUE-DATE OF WS-AR-RECORD
    MOVE WS-BILL-AMOUNT TO AR-AMOUNT-CENTS OF WS-AR-RECORD
    MOVE CT-REVENUE-ACCT OF WS-CT-RECORD
      TO AR-REVENUE-ACCT OF WS-AR-RECORD
    MOVE CT-RECEIVABLE-ACCT OF WS-CT-RECORD
      TO AR-RECEIVABLE-ACCT OF WS-AR-RECORD
    SET AR-IS-OPEN OF WS-AR-RECORD TO TRUE
    SET AR-NOT-IN-REMIT OF WS-AR-RECORD TO TRUE
    MOVE 0 TO AR-PAID-DATE OF WS-AR-RECORD
    MOVE 0 TO AR-LAST-INT-DATE OF WS-AR-RECORD
    MOVE JR-TXN-ID TO AR-ENTRY-TXN-ID OF WS-AR-RECORD
    MOVE 0 TO AR-RECEIPT-TXN-ID OF WS-AR-RECORD
    MOVE 0 TO AR-ORIG-AMOUNT OF WS-AR-RECORD
    MOVE 0 TO AR-FX-RATE OF WS-AR-RECORD
    *> Fatura nova aguarda a NFS-e no proximo lote de RPS
    SET AR-NFSE-PENDING OF WS-AR-RECORD TO TRUE
    MOVE 0 TO AR-RPS-NUMBER OF WS-AR-RECORD
    MOVE 0 TO AR-NFSE-DATE OF WS-AR-RECORD
    MOVE 0 TO AR-CREDIT-CENTS OF WS-AR-RECORD
    MOVE 0 TO AR-ADVANCE-CENTS OF WS-AR-RECORD
    MOVE 0 TO AR-RETURN-ITEM-ID OF WS-AR-RECORD
    MOVE 0 TO AR-RETURN-QTY OF WS-AR-RECORD
    MOVE SPACE TO AR-WRITEOFF-FLAG OF WS-AR-RECORD
    *> Vendedor da fatura = vendedor atual do cliente
    IF CU-SALES-REP-ID OF WS-CU-RECORD IS NUMERIC
       MOVE CU-SALES-REP-ID OF WS-CU-RECORD
         TO AR-SALES-REP-ID OF WS-AR-RECORD
    ELSE
       MOVE 0 TO AR-SALES-REP-ID OF WS-AR-RECORD
    END-IF

    MOVE "C" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao criar a fatura "
               CT-CUSTOMER-ID OF WS-CT-RECORD "/" WS-INVOICE-NO
               " - STATUS: " WS-AR-RETURN-STATUS
               " (lancamento " JR-TXN-ID " ja gravado - apure)."
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-BILLED-COUNT
    ADD WS-BILL-AMOUNT TO WS-BILLED-TOTAL
    .

WRITE-READJ-LETTER.
    COMPUTE WS-DEC-AMOUNT = WS-OLD-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-OLD
    COMPUTE WS-DEC-AMOUNT = WS-NEW-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-NEW
    MOVE WS-ACCUM-PCT TO WS-EDIT-PCT

    MOVE ALL "-" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "A " DELIMITED BY SIZE
           CU-NAME OF WS-CU-RECORD DELIMITED BY SIZE
           "  (cliente " DELIMITED BY SIZE
           CT-CUSTOMER-ID OF WS-CT-RECORD DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Ref.: reajuste anual do contrato " DELIMITED BY SIZE
           CT-CONTRACT-ID OF WS-CT-RECORD DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           CT-DESCRIPTION OF WS-CT-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Conforme a clausula de reajuste, o valor mensal do "
              DELIMITED BY SIZE
           "contrato foi atualizado pela variacao acumulada do "
              DELIMITED BY SIZE
           CT-INDEX-CODE OF WS-CT-RECORD DELIMITED BY SPACE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "nos 12 meses anteriores ao aniversario: "
              DELIMITED BY SIZE
           WS-EDIT-PCT DELIMITED BY SIZE
           " %." DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-ACCUM-FACTOR NOT > 1
       MOVE "Como a variacao do periodo nao foi positiva, o valor "
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE "mensal fica mantido." TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "  Valor mensal anterior.......: R$ " DELIMITED BY SIZE
           WS-EDIT-OLD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "  Valor mensal a partir de " DELIMITED BY SIZE
           WS-TARGET-MONTH DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           ": R$ " DELIMITED BY SIZE
           WS-EDIT-NEW DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Atenciosamente," TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Departamento Financeiro" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

REPORT-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    DISPLAY "*** Contrato " WS-SEL-CONTRACT-ID (WS-SEL-I)
            " retido: " WS-EXCEPTION-TEXT

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "CB0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "CT " DELIMITED BY SIZE
           WS-SEL-CONTRACT-ID (WS-SEL-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXCEPTION-TEXT DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
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
