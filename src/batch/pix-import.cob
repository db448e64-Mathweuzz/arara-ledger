>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: pix-import.cob
*> Objetivo:
*>   - Importacao do relatorio de creditos PIX do banco
*>     ("data/pix-creditos.txt") de uma conta bancaria propria
*>     (BANK-ACCTS), com aplicacao automatica no contas a
*>     receber. Uma linha por credito, largura fixa:
*>       txid (35) | CPF/CNPJ do pagador (14, alinhado a
*>       esquerda) | valor em centavos (15) | data AAAAMMDD (8)
*>       | ID fim-a-fim (32) | nome do pagador (40)
*>   - Casamento do credito com a fatura, nesta ordem:
*>       . pelo txid: a fatura em aberto cujo AR-PIX-TXID
*>         (gravado pelo AR-BOLETO-RUN) e o do credito, desde
*>         que o valor seja exatamente o saldo em aberto;
*>       . sem txid conhecido: pelo CPF/CNPJ do pagador
*>         (CU-CNPJ) + valor exato do saldo em aberto, e so
*>         quando UMA unica fatura atende.
*>   - Credito casado gera o lancamento de recebimento (D caixa
*>     da conta bancaria / C conta de clientes da fatura, o par
*>     do AR-RETURN-PROC e da baixa manual do AR-MENU), um por
*>     credito, na data do credito, com ID da numeracao
*>     automatica (TXN-SEQ-IO 'N'); a fatura fica quitada com o
*>     ID fim-a-fim gravado (AR-PIX-E2E-ID), o que torna o
*>     reprocessamento do mesmo relatorio inofensivo.
*>   - A linha do extrato (BANK-STMT) do mesmo dia e valor,
*>     ainda nao conciliada, e marcada com o lancamento; sem
*>     linha no extrato (extrato ainda nao importado) o credito
*>     e aplicado assim mesmo e a conciliacao fica para o
*>     BANK-RECON.
*>   - Tudo o que nao casa com seguranca - sem fatura, mais de
*>     uma fatura possivel, valor diferente do txid, moeda
*>     estrangeira, periodo fechado, linha mal formada - vai
*>     para a lista de excecoes PIX-EXCECOES (RPT-SPOOL) para
*>     aplicacao manual no AR-MENU (recebimento ou recebimento
*>     nao aplicado). Fatura quitada por PIX que estava em
*>     remessa de boleto e avisada na lista: e preciso pedir a
*>     baixa do boleto ao banco.
*>   - As faturas em aberto e as linhas de extrato sao
*>     carregadas em tabela antes do processamento (um 'U' no
*>     meio do browse seria recusado com status 41).
*>   - RC 0 tudo aplicado, RC 4 com excecoes, RC 8 erro geral
*>     (arquivo ou conta bancaria, lancamento recusado).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PIX-IMPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PIX-FILE ASSIGN TO "data/pix-creditos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-PIX.

DATA DIVISION.
FILE SECTION.

FD  PIX-FILE.
01  PIX-LINE PIC X(144).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-PIX PIC XX.
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-PIX VALUE "Y".

*> Layout da linha do relatorio de creditos PIX
01 WS-PIX-CREDIT.
   05 PXC-TXID          PIC X(35).
   05 PXC-PAYER-DOC     PIC X(14).
   05 PXC-AMOUNT        PIC 9(15).
   05 PXC-DATE          PIC 9(8).
   05 PXC-E2E-ID        PIC X(32).
   05 PXC-PAYER-NAME    PIC X(40).

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "PIXIMPRT".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Lista de excecoes (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "PIX-EXCECOES".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Conta bancaria propria do cadastro central (BANK-ACCTS-IO)
01 WS-BA-OP-CODE        PIC X.
COPY "bank-accts.cpy" REPLACING ==BA-RECORD== BY ==WS-BA-RECORD==.
01 WS-BA-RETURN-STATUS  PIC XX.
01 WS-OWN-BANK-ID       PIC 9(3).
01 WS-CASH-ACCT         PIC 9(10).
01 WS-RUN-DATE          PIC 9(8).

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.
01 WS-LAST-CUSTOMER-ID  PIC 9(6) VALUE 0.
01 WS-LAST-CUSTOMER-DOC PIC X(14) VALUE SPACES.

*> Faturas em aberto carregadas antes do processamento
01 WS-OPEN-TABLE.
   05 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OPEN-IDX.
      10 WS-OPEN-CUSTOMER-ID PIC 9(6).
      10 WS-OPEN-INVOICE-NO  PIC X(12).
      10 WS-OPEN-AMOUNT      PIC 9(15).
      10 WS-OPEN-TXID        PIC X(35).
      10 WS-OPEN-DOC         PIC X(14).
      10 WS-OPEN-FX-FLAG     PIC X(1).
         88 OPEN-IS-FX             VALUE "Y".
      10 WS-OPEN-USED-FLAG   PIC X(1).
         88 OPEN-IS-USED           VALUE "Y".
01 WS-OPEN-COUNT        PIC 9(4) VALUE 0.
01 WS-OPEN-I            PIC 9(4).

*> IDs fim-a-fim ja aplicados em faturas quitadas
01 WS-E2E-TABLE.
   05 WS-E2E-ID OCCURS 2000 TIMES PIC X(32).
01 WS-E2E-COUNT         PIC 9(4) VALUE 0.
01 WS-E2E-I             PIC 9(4).

*> Linhas de extrato a credito ainda nao conciliadas
01 WS-BS-OP-CODE        PIC X.
COPY "bank-stmt.cpy" REPLACING ==BS-RECORD== BY ==WS-BS-RECORD==.
01 WS-BS-RETURN-STATUS  PIC XX.
01 WS-STMT-TABLE.
   05 WS-STMT-ENTRY OCCURS 1000 TIMES.
      10 WS-STMT-DATE        PIC 9(8).
      10 WS-STMT-SEQ         PIC 9(4).
      10 WS-STMT-AMOUNT      PIC 9(15).
      10 WS-STMT-USED-FLAG   PIC X(1).
         88 STMT-IS-USED           VALUE "Y".
01 WS-STMT-COUNT        PIC 9(4) VALUE 0.
01 WS-STMT-I            PIC 9(4).
01 WS-STMT-FOUND-I      PIC 9(4).

*> Casamento do credito corrente
01 WS-MATCH-I           PIC 9(4).
01 WS-MATCH-COUNT       PIC 9(4).
01 WS-MATCH-SWITCH      PIC X.
   88 CREDIT-IS-MATCHED       VALUE "Y".
01 WS-DUP-SWITCH        PIC X.
   88 CREDIT-ALREADY-APPLIED  VALUE "Y".
01 WS-EXCEPTION-TEXT    PIC X(60).

01 WS-PC-OP-CODE        PIC X.
01 WS-PC-RETURN-STATUS  PIC XX.
COPY "period-ctl.cpy".

01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "PIXIMPRT".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

01 WS-READ-COUNT        PIC 9(6)  VALUE 0.
01 WS-APPLIED-COUNT     PIC 9(6)  VALUE 0.
01 WS-APPLIED-TOTAL     PIC 9(18) VALUE 0.
01 WS-BY-TXID-COUNT     PIC 9(6)  VALUE 0.
01 WS-BY-DOC-COUNT      PIC 9(6)  VALUE 0.
01 WS-REPEATED-COUNT    PIC 9(6)  VALUE 0.
01 WS-EXCEPTION-COUNT   PIC 9(6)  VALUE 0.
01 WS-EXCEPTION-TOTAL   PIC 9(18) VALUE 0.
01 WS-NO-STMT-COUNT     PIC 9(6)  VALUE 0.
01 WS-IN-REMIT-COUNT    PIC 9(6)  VALUE 0.

01 WS-DEC-AMOUNT        PIC 9(13)V99.
01 WS-EDIT-AMOUNT       PIC Z(12)9.99.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== PIX-IMPORT - Creditos PIX com aplicacao automatica ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "PX0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    *> A conta de caixa dos recebimentos vem do cadastro central
    *> BANK-ACCTS (BA-GL-ACCT), como no AR-RETURN-PROC
    DISPLAY "Conta bancaria propria (ID do cadastro): "
            WITH NO ADVANCING
    ACCEPT WS-OWN-BANK-ID
    PERFORM READ-OWN-BANK-ACCT
    IF WS-BA-RETURN-STATUS NOT = "00"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE BA-GL-ACCT OF WS-BA-RECORD TO WS-CASH-ACCT

    MOVE SPACES TO FS-PIX
    OPEN INPUT PIX-FILE
    IF FS-PIX NOT = FS-OK
       DISPLAY "Erro ao abrir o relatorio de creditos PIX. STATUS: "
               FS-PIX
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "PX0008" TO WS-BL-MSG-CODE
       MOVE "RELATORIO DE CREDITOS PIX INDISPONIVEL" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-RUN-DATE TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    MOVE SPACES TO WS-RP-LINE
    STRING "CREDITOS PIX PARA APLICACAO MANUAL - CONTA "
              DELIMITED BY SIZE
           WS-OWN-BANK-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BA-NAME OF WS-BA-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Data     ID fim-a-fim                     "
              DELIMITED BY SIZE
           "Pagador        Valor            Motivo"
              DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM LOAD-OPEN-INVOICES
    PERFORM LOAD-STATEMENT-LINES

    PERFORM UNTIL END-OF-PIX
       READ PIX-FILE
       IF FS-PIX NOT = FS-OK
          SET END-OF-PIX TO TRUE
       ELSE
          IF PIX-LINE NOT = SPACES
             ADD 1 TO WS-READ-COUNT
             MOVE PIX-LINE TO WS-PIX-CREDIT
             PERFORM PROCESS-ONE-CREDIT
          END-IF
       END-IF
    END-PERFORM

    CLOSE PIX-FILE

    IF WS-EXCEPTION-COUNT = 0
       MOVE "(nenhum credito pendente de aplicacao manual)"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       COMPUTE WS-DEC-AMOUNT = WS-EXCEPTION-TOTAL / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "Total a aplicar manualmente: " DELIMITED BY SIZE
              WS-EXCEPTION-COUNT DELIMITED BY SIZE
              " credito(s), " DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    PERFORM CLOSE-REPORT-SPOOL

    DISPLAY " "
    DISPLAY "Creditos lidos......................: " WS-READ-COUNT
    DISPLAY "Aplicados pelo txid.................: " WS-BY-TXID-COUNT
    DISPLAY "Aplicados por CPF/CNPJ + valor......: " WS-BY-DOC-COUNT
    DISPLAY "Valor aplicado (centavos)...........: " WS-APPLIED-TOTAL
    DISPLAY "Ja aplicados antes (reprocessados)..: " WS-REPEATED-COUNT
    DISPLAY "Sem linha no extrato (conciliar)....: " WS-NO-STMT-COUNT
    DISPLAY "Faturas que estavam em boleto.......: " WS-IN-REMIT-COUNT
    DISPLAY "Excecoes para aplicacao manual......: " WS-EXCEPTION-COUNT

    IF WS-EXCEPTION-COUNT > 0 AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "PX0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "LIDOS " DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           " APLIC " DELIMITED BY SIZE
           WS-APPLIED-COUNT DELIMITED BY SIZE
           " EXCEC " DELIMITED BY SIZE
           WS-EXCEPTION-COUNT DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "PIX-IMPORT - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LOAD-OPEN-INVOICES.
    *> Faturas em aberto (candidatas) e IDs fim-a-fim ja usados
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       EVALUATE TRUE
          WHEN AR-IS-CREDIT-MEMO OF WS-AR-RECORD
             CONTINUE
          WHEN AR-IS-PAID OF WS-AR-RECORD
             IF AR-PIX-E2E-ID OF WS-AR-RECORD (1:1) IS ALPHABETIC-UPPER
                AND AR-PIX-E2E-ID OF WS-AR-RECORD NOT = SPACES
                AND WS-E2E-COUNT < 2000
                ADD 1 TO WS-E2E-COUNT
                MOVE AR-PIX-E2E-ID OF WS-AR-RECORD
                  TO WS-E2E-ID (WS-E2E-COUNT)
             END-IF
          WHEN OTHER
             PERFORM ADD-OPEN-INVOICE
       END-EVALUATE

       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

ADD-OPEN-INVOICE.
    IF WS-OPEN-COUNT >= 2000
       DISPLAY "*** Mais de 2000 faturas em aberto - as demais "
               "ficam fora do casamento automatico. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    *> CPF/CNPJ do cliente, lido uma vez por cliente (a varredura
    *> vem na ordem da chave, cliente primeiro)
    IF AR-CUSTOMER-ID OF WS-AR-RECORD NOT = WS-LAST-CUSTOMER-ID
       MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-LAST-CUSTOMER-ID
       MOVE SPACE TO WS-CU-RECORD
       MOVE WS-LAST-CUSTOMER-ID TO CU-CUSTOMER-ID OF WS-CU-RECORD
       MOVE "R" TO WS-CU-OP-CODE
       CALL "CUSTOMERS-IO" USING
            WS-CU-OP-CODE
            WS-CU-RECORD
            WS-CU-RETURN-STATUS
       IF WS-CU-RETURN-STATUS = "00"
          MOVE CU-CNPJ OF WS-CU-RECORD TO WS-LAST-CUSTOMER-DOC
       ELSE
          MOVE SPACES TO WS-LAST-CUSTOMER-DOC
       END-IF
    END-IF

    ADD 1 TO WS-OPEN-COUNT
    SET WS-OPEN-IDX TO WS-OPEN-COUNT
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
      TO WS-OPEN-CUSTOMER-ID (WS-OPEN-IDX)
    MOVE AR-INVOICE-NO OF WS-AR-RECORD
      TO WS-OPEN-INVOICE-NO (WS-OPEN-IDX)
    MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD
      TO WS-OPEN-AMOUNT (WS-OPEN-IDX)
    IF AR-PIX-TXID OF WS-AR-RECORD (1:2) = "AR"
       MOVE AR-PIX-TXID OF WS-AR-RECORD TO WS-OPEN-TXID (WS-OPEN-IDX)
    ELSE
       MOVE SPACES TO WS-OPEN-TXID (WS-OPEN-IDX)
    END-IF
    MOVE WS-LAST-CUSTOMER-DOC TO WS-OPEN-DOC (WS-OPEN-IDX)
    IF AR-ORIG-CCY OF WS-AR-RECORD NOT = SPACES
       MOVE "Y" TO WS-OPEN-FX-FLAG (WS-OPEN-IDX)
    ELSE
       MOVE "N" TO WS-OPEN-FX-FLAG (WS-OPEN-IDX)
    END-IF
    MOVE "N" TO WS-OPEN-USED-FLAG (WS-OPEN-IDX)
    .

LOAD-STATEMENT-LINES.
    *> Creditos do extrato da conta ainda nao conciliados
    MOVE SPACE TO WS-BS-RECORD
    MOVE WS-CASH-ACCT TO BS-ACCOUNT-ID OF WS-BS-RECORD
    MOVE "K" TO WS-BS-OP-CODE
    CALL "BANK-STMT-IO" USING
         WS-BS-OP-CODE
         WS-BS-RECORD
         WS-BS-RETURN-STATUS

    PERFORM UNTIL WS-BS-RETURN-STATUS NOT = "00"
       IF BS-IS-UNMATCHED OF WS-BS-RECORD
          AND BS-AMOUNT-CENTS OF WS-BS-RECORD > 0
          AND WS-STMT-COUNT < 1000
          ADD 1 TO WS-STMT-COUNT
          MOVE BS-STMT-DATE OF WS-BS-RECORD
            TO WS-STMT-DATE (WS-STMT-COUNT)
          MOVE BS-SEQ OF WS-BS-RECORD TO WS-STMT-SEQ (WS-STMT-COUNT)
          MOVE BS-AMOUNT-CENTS OF WS-BS-RECORD
            TO WS-STMT-AMOUNT (WS-STMT-COUNT)
          MOVE "N" TO WS-STMT-USED-FLAG (WS-STMT-COUNT)
       END-IF
       MOVE "N" TO WS-BS-OP-CODE
       CALL "BANK-STMT-IO" USING
            WS-BS-OP-CODE
            WS-BS-RECORD
            WS-BS-RETURN-STATUS
    END-PERFORM
    .

PROCESS-ONE-CREDIT.
    IF PXC-AMOUNT NOT NUMERIC OR PXC-AMOUNT = 0
       OR PXC-DATE NOT NUMERIC
       MOVE 0 TO PXC-AMOUNT
       MOVE "LINHA MAL FORMADA (VALOR OU DATA)" TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    *> Mesmo ID fim-a-fim ja aplicado: relatorio reprocessado
    MOVE "N" TO WS-DUP-SWITCH
    PERFORM VARYING WS-E2E-I FROM 1 BY 1
            UNTIL WS-E2E-I > WS-E2E-COUNT OR CREDIT-ALREADY-APPLIED
       IF WS-E2E-ID (WS-E2E-I) = PXC-E2E-ID
          MOVE "Y" TO WS-DUP-SWITCH
       END-IF
    END-PERFORM
    IF CREDIT-ALREADY-APPLIED
       ADD 1 TO WS-REPEATED-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-MATCH-SWITCH
    MOVE 0 TO WS-MATCH-I
    PERFORM MATCH-BY-TXID
    IF WS-EXCEPTION-TEXT NOT = SPACES
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF
    IF CREDIT-IS-MATCHED
       ADD 1 TO WS-BY-TXID-COUNT
    ELSE
       PERFORM MATCH-BY-PAYER-DOC
       IF NOT CREDIT-IS-MATCHED
          PERFORM REPORT-EXCEPTION
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-BY-DOC-COUNT
    END-IF

    PERFORM APPLY-MATCHED-CREDIT
    .

MATCH-BY-TXID.
    MOVE SPACES TO WS-EXCEPTION-TEXT
    IF PXC-TXID = SPACES
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-OPEN-I FROM 1 BY 1
            UNTIL WS-OPEN-I > WS-OPEN-COUNT OR CREDIT-IS-MATCHED
       SET WS-OPEN-IDX TO WS-OPEN-I
       IF WS-OPEN-TXID (WS-OPEN-IDX) = PXC-TXID
          AND NOT OPEN-IS-USED (WS-OPEN-IDX)
          MOVE "Y" TO WS-MATCH-SWITCH
          MOVE WS-OPEN-I TO WS-MATCH-I
       END-IF
    END-PERFORM
    IF NOT CREDIT-IS-MATCHED
       *> txid que nao e de fatura em aberto: segue para o
       *> casamento por pagador + valor
       EXIT PARAGRAPH
    END-IF

    SET WS-OPEN-IDX TO WS-MATCH-I
    IF WS-OPEN-AMOUNT (WS-OPEN-IDX) NOT = PXC-AMOUNT
       MOVE SPACES TO WS-EXCEPTION-TEXT
       STRING "VALOR DIFERE DO SALDO DA FATURA DO TXID "
                 DELIMITED BY SIZE
              WS-OPEN-INVOICE-NO (WS-OPEN-IDX) DELIMITED BY SPACE
         INTO WS-EXCEPTION-TEXT
       MOVE "N" TO WS-MATCH-SWITCH
       EXIT PARAGRAPH
    END-IF
    IF OPEN-IS-FX (WS-OPEN-IDX)
       MOVE "FATURA DO TXID EM MOEDA ESTRANGEIRA" TO WS-EXCEPTION-TEXT
       MOVE "N" TO WS-MATCH-SWITCH
    END-IF
    .

MATCH-BY-PAYER-DOC.
    *> Uma e so uma fatura em aberto do pagador com o valor exato
    MOVE SPACES TO WS-EXCEPTION-TEXT
    IF PXC-PAYER-DOC = SPACES
       MOVE "SEM TXID CONHECIDO E SEM CPF/CNPJ DO PAGADOR"
         TO WS-EXCEPTION-TEXT
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-MATCH-COUNT
    PERFORM VARYING WS-OPEN-I FROM 1 BY 1
            UNTIL WS-OPEN-I > WS-OPEN-COUNT
       SET WS-OPEN-IDX TO WS-OPEN-I
       IF WS-OPEN-DOC (WS-OPEN-IDX) = PXC-PAYER-DOC
          AND WS-OPEN-AMOUNT (WS-OPEN-IDX) = PXC-AMOUNT
          AND NOT OPEN-IS-USED (WS-OPEN-IDX)
          AND NOT OPEN-IS-FX (WS-OPEN-IDX)
          ADD 1 TO WS-MATCH-COUNT
          MOVE WS-OPEN-I TO WS-MATCH-I
       END-IF
    END-PERFORM

    EVALUATE WS-MATCH-COUNT
       WHEN 0
          MOVE "NENHUMA FATURA EM ABERTO DO PAGADOR COM ESTE VALOR"
            TO WS-EXCEPTION-TEXT
       WHEN 1
          MOVE "Y" TO WS-MATCH-SWITCH
       WHEN OTHER
          MOVE SPACES TO WS-EXCEPTION-TEXT
          STRING "AMBIGUO: " DELIMITED BY SIZE
                 WS-MATCH-COUNT DELIMITED BY SIZE
                 " FATURAS DO PAGADOR COM ESTE VALOR"
                    DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
    END-EVALUATE
    .

APPLY-MATCHED-CREDIT.
    SET WS-OPEN-IDX TO WS-MATCH-I

    *> Recebimento cai no periodo da data do credito
    MOVE PXC-DATE (1:6) TO PC-PERIOD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OR PERIOD-IS-SOFTCLOSED)
       MOVE "PERIODO DO CREDITO FECHADO" TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    *> Fatura relida: pode ter sido baixada desde a carga
    MOVE SPACE TO WS-AR-RECORD
    MOVE WS-OPEN-CUSTOMER-ID (WS-OPEN-IDX)
      TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE WS-OPEN-INVOICE-NO (WS-OPEN-IDX)
      TO AR-INVOICE-NO OF WS-AR-RECORD
    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       OR AR-IS-PAID OF WS-AR-RECORD
       OR AR-AMOUNT-CENTS OF WS-AR-RECORD NOT = PXC-AMOUNT
       MOVE "FATURA ALTERADA DURANTE O PROCESSAMENTO"
         TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       MOVE "NUMERACAO AUTOMATICA INDISPONIVEL" TO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-RECEIPT-ENTRY
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       MOVE SPACES TO WS-EXCEPTION-TEXT
       STRING "LANCAMENTO RECUSADO PELO JOURNAL-IO - STATUS "
                 DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-EXCEPTION-TEXT
       PERFORM REPORT-EXCEPTION
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    SET AR-IS-PAID OF WS-AR-RECORD TO TRUE
    MOVE PXC-DATE   TO AR-PAID-DATE OF WS-AR-RECORD
    MOVE JR-TXN-ID  TO AR-RECEIPT-TXN-ID OF WS-AR-RECORD
    MOVE PXC-E2E-ID TO AR-PIX-E2E-ID OF WS-AR-RECORD
    MOVE "U" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Fatura " AR-CUSTOMER-ID OF WS-AR-RECORD "/"
               AR-INVOICE-NO OF WS-AR-RECORD
               " NAO baixada - STATUS: " WS-AR-RETURN-STATUS
               " (lancamento " JR-TXN-ID " ja gravado - apure)."
       MOVE 8 TO WS-FINAL-RC
    END-IF

    MOVE "Y" TO WS-OPEN-USED-FLAG (WS-OPEN-IDX)
    ADD 1 TO WS-APPLIED-COUNT
    ADD PXC-AMOUNT TO WS-APPLIED-TOTAL
    IF WS-E2E-COUNT < 2000
       ADD 1 TO WS-E2E-COUNT
       MOVE PXC-E2E-ID TO WS-E2E-ID (WS-E2E-COUNT)
    END-IF

    IF AR-IN-REMIT OF WS-AR-RECORD
       ADD 1 TO WS-IN-REMIT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "Aviso: fatura " DELIMITED BY SIZE
              AR-CUSTOMER-ID OF WS-AR-RECORD DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              AR-INVOICE-NO OF WS-AR-RECORD DELIMITED BY SIZE
              " quitada por PIX com boleto em cobranca - "
                 DELIMITED BY SIZE
              "pedir baixa do boleto ao banco" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM RECONCILE-STATEMENT-LINE
    .

WRITE-RECEIPT-ENTRY.
    *> D caixa da conta bancaria / C conta de clientes da fatura
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE PXC-DATE     TO JR-DATE

    STRING "RECEB PIX " DELIMITED BY SIZE
           AR-CUSTOMER-ID OF WS-AR-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           AR-INVOICE-NO OF WS-AR-RECORD DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           PXC-E2E-ID DELIMITED BY SPACE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-CASH-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE PXC-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE PXC-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO
    MOVE SPACE TO WS-JR-RETURN-STATUS

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
    .

RECONCILE-STATEMENT-LINE.
    *> Primeira linha a credito do mesmo dia e valor ainda livre
    MOVE 0 TO WS-STMT-FOUND-I
    PERFORM VARYING WS-STMT-I FROM 1 BY 1
            UNTIL WS-STMT-I > WS-STMT-COUNT OR WS-STMT-FOUND-I > 0
       IF WS-STMT-DATE (WS-STMT-I) = PXC-DATE
          AND WS-STMT-AMOUNT (WS-STMT-I) = PXC-AMOUNT
          AND NOT STMT-IS-USED (WS-STMT-I)
          MOVE WS-STMT-I TO WS-STMT-FOUND-I
       END-IF
    END-PERFORM
    IF WS-STMT-FOUND-I = 0
       ADD 1 TO WS-NO-STMT-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-STMT-USED-FLAG (WS-STMT-FOUND-I)
    MOVE SPACE TO WS-BS-RECORD
    MOVE WS-CASH-ACCT TO BS-ACCOUNT-ID OF WS-BS-RECORD
    MOVE WS-STMT-DATE (WS-STMT-FOUND-I) TO BS-STMT-DATE OF WS-BS-RECORD
    MOVE WS-STMT-SEQ (WS-STMT-FOUND-I)  TO BS-SEQ OF WS-BS-RECORD
    SET BS-IS-MATCHED OF WS-BS-RECORD TO TRUE
    MOVE JR-TXN-ID TO BS-MATCHED-TXN-ID OF WS-BS-RECORD
    MOVE 1 TO BS-MATCHED-LINE-NO OF WS-BS-RECORD
    MOVE "U" TO WS-BS-OP-CODE
    CALL "BANK-STMT-IO" USING
         WS-BS-OP-CODE
         WS-BS-RECORD
         WS-BS-RETURN-STATUS
    IF WS-BS-RETURN-STATUS NOT = "00"
       DISPLAY "*** Linha de extrato " WS-STMT-DATE (WS-STMT-FOUND-I)
               "/" WS-STMT-SEQ (WS-STMT-FOUND-I)
               " nao marcada - STATUS: " WS-BS-RETURN-STATUS
       ADD 1 TO WS-NO-STMT-COUNT
    END-IF
    .

REPORT-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    ADD PXC-AMOUNT TO WS-EXCEPTION-TOTAL
    COMPUTE WS-DEC-AMOUNT = PXC-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING PXC-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PXC-E2E-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PXC-PAYER-DOC DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXCEPTION-TEXT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "         txid " DELIMITED BY SIZE
           PXC-TXID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PXC-PAYER-NAME DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "PX0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING PXC-E2E-ID (1:20) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXCEPTION-TEXT DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    .

READ-OWN-BANK-ACCT.
    *> Conta bancaria propria cadastrada e ativa (BANK-ACCTS-IO)
    MOVE SPACE TO WS-BA-RECORD
    MOVE WS-OWN-BANK-ID TO BA-ID OF WS-BA-RECORD
    MOVE "R" TO WS-BA-OP-CODE
    CALL "BANK-ACCTS-IO" USING
         WS-BA-OP-CODE
         WS-BA-RECORD
         WS-BA-RETURN-STATUS
    IF WS-BA-RETURN-STATUS NOT = "00"
       OR NOT BA-IS-ACTIVE OF WS-BA-RECORD
       DISPLAY "*** Conta bancaria " WS-OWN-BANK-ID
               " inexistente ou inativa no cadastro BANK-ACCTS. ***"
       MOVE "99" TO WS-BA-RETURN-STATUS
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
