>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lgpd-subject.cob
*> Objetivo:
*>   - Relatorio do titular (LGPD): tudo o que o sistema guarda
*>     de uma pessoa fisica, pelo CPF, para responder a
*>     solicitacao de acesso do titular:
*>       . cadastros - cliente (CU-CNPJ) e fornecedor (VD-CNPJ)
*>         com o CPF nos 11 primeiros digitos, funcionario
*>         (EM-CPF) com dados bancarios e a alteracao pendente;
*>         operador do USERS com o MESMO nome de um desses
*>         cadastros sai como correspondencia por nome (o USERS
*>         nao guarda CPF);
*>       . movimento - faturas e adiantamentos de cliente,
*>         contratos, faturas de fornecedor, pedidos de compra,
*>         proposta de pagamento, adiantamentos e relatorios de
*>         despesas do funcionario, eventos do operador no
*>         diario de seguranca; faturas e itens de proposta ja
*>         arquivados pelo SUBL-ARCHIVE (historicos da empresa
*>         selecionada) saem em secoes proprias;
*>       . arquivos - linhas dos arquivos CNAB e do arquivo de
*>         eventos Reinf em data/ que trazem o CPF.
*>   - SYSIN: CPF (11 digitos, validado no CNPJ-CHECK 'F') e o
*>     protocolo da solicitacao (texto livre, opcional).
*>   - A consulta fica no diario de seguranca (LGPD-CONS, com o
*>     CPF mascarado e o protocolo); o relatorio sai no spool
*>     (TITULAR).
*>   - RC 4 quando nada foi encontrado para o CPF.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LGPD-SUBJECT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DATA-FILE ASSIGN TO WS-DATA-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-DATA.

DATA DIVISION.
FILE SECTION.

FD  DATA-FILE.
01  DATA-LINE PIC X(512).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-DATA              PIC XX.
01 WS-DATA-PATH         PIC X(40).

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "LGPDSUBJ".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

01 WS-CNPJ-OP-CODE      PIC X.
01 WS-CNPJ-VALUE        PIC X(14).
01 WS-CNPJ-RETURN-STATUS PIC XX.

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.

01 WS-VD-OP-CODE        PIC X.
COPY "vendors.cpy" REPLACING ==VD-RECORD== BY ==WS-VD-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.

01 WS-EM-OP-CODE        PIC X.
COPY "employees.cpy" REPLACING ==EM-RECORD== BY ==WS-EM-RECORD==.
01 WS-EM-RETURN-STATUS  PIC XX.

01 WS-US-OP-CODE        PIC X.
COPY "users.cpy" REPLACING ==US-RECORD== BY ==WS-US-RECORD==.
01 WS-US-RETURN-STATUS  PIC XX.

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==WS-AV-RECORD==.
01 WS-AV-RETURN-STATUS  PIC XX.

01 WS-CT-OP-CODE        PIC X.
COPY "contracts.cpy" REPLACING ==CT-RECORD== BY ==WS-CT-RECORD==.
01 WS-CT-RETURN-STATUS  PIC XX.

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

01 WS-PO-OP-CODE        PIC X.
COPY "purchase-orders.cpy" REPLACING ==PO-RECORD== BY ==WS-PO-RECORD==.
01 WS-PO-RETURN-STATUS  PIC XX.

01 WS-PP-OP-CODE        PIC X.
COPY "pay-proposal.cpy" REPLACING ==PP-RECORD== BY ==WS-PP-RECORD==.
01 WS-PP-RETURN-STATUS  PIC XX.

01 WS-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==WS-EA-RECORD==.
01 WS-EA-RETURN-STATUS  PIC XX.

01 WS-ER-OP-CODE        PIC X.
COPY "exp-reports.cpy" REPLACING ==ER-RECORD== BY ==WS-ER-RECORD==.
01 WS-ER-RETURN-STATUS  PIC XX.

01 WS-SJ-OP-CODE        PIC X.
COPY "sec-journal.cpy" REPLACING ==SJ-RECORD== BY ==WS-SJ-RECORD==.
01 WS-SJ-RETURN-STATUS  PIC XX.

01 WS-SUBJECT-CPF       PIC X(11).
01 WS-REQUEST-REF       PIC X(20).
01 WS-TODAY             PIC 9(8).

*> Cadastros encontrados para o CPF (IDs) e os nomes deles
01 WS-MATCH-TABLES.
   05 WS-MC-CUST-ID OCCURS 20 TIMES PIC 9(6).
   05 WS-MC-VEND-ID OCCURS 20 TIMES PIC 9(6).
   05 WS-MC-EMPL-ID OCCURS 20 TIMES PIC 9(6).
   05 WS-MC-OPER-ID OCCURS 20 TIMES PIC X(8).
   05 WS-MC-NAME    OCCURS 60 TIMES PIC X(40).
01 WS-MC-CUST-COUNT     PIC 9(2) VALUE 0.
01 WS-MC-VEND-COUNT     PIC 9(2) VALUE 0.
01 WS-MC-EMPL-COUNT     PIC 9(2) VALUE 0.
01 WS-MC-OPER-COUNT     PIC 9(2) VALUE 0.
01 WS-MC-NAME-COUNT     PIC 9(2) VALUE 0.
01 WS-MC-I              PIC 9(2).
01 WS-MC-FOUND-SW       PIC X.
   88 MATCH-IS-FOUND          VALUE "Y".
01 WS-SEEK-ID           PIC 9(6).
01 WS-SEEK-NAME         PIC X(40).
01 WS-SEEK-OPER-ID      PIC X(8).

01 WS-FOUND-COUNT       PIC 9(6) VALUE 0.
01 WS-SECTION-COUNT     PIC 9(6).
01 WS-HIT-COUNT         PIC 9(6).
01 WS-LINE-HITS         PIC 9(4).
01 WS-FILE-I            PIC 9(1).

*> Arquivos de intercambio em data/ que podem trazer o CPF
01 WS-DATA-FILES-INIT.
   05 FILLER PIC X(40) VALUE "data/cnab-remessa.txt".
   05 FILLER PIC X(40) VALUE "data/cnab-retorno.txt".
   05 FILLER PIC X(40) VALUE "data/cnab-cobranca.txt".
   05 FILLER PIC X(40) VALUE "data/cnab-cobranca-ret.txt".
   05 FILLER PIC X(40) VALUE "data/reinf-eventos.txt".
01 WS-DATA-FILES REDEFINES WS-DATA-FILES-INIT.
   05 WS-DATA-FILE-NAME OCCURS 5 TIMES PIC X(40).

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-COUNT        PIC Z(5)9.
01 WS-STATUS-TEXT       PIC X(12).

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY "CPF do titular (11 digitos).......: " WITH NO ADVANCING
    ACCEPT WS-SUBJECT-CPF
    DISPLAY "Protocolo da solicitacao..........: " WITH NO ADVANCING
    ACCEPT WS-REQUEST-REF

    MOVE SPACES TO WS-CNPJ-VALUE
    MOVE WS-SUBJECT-CPF TO WS-CNPJ-VALUE (1:11)
    MOVE "F" TO WS-CNPJ-OP-CODE
    CALL "CNPJ-CHECK" USING
         WS-CNPJ-OP-CODE
         WS-CNPJ-VALUE
         WS-CNPJ-RETURN-STATUS
    IF WS-CNPJ-RETURN-STATUS NOT = "00"
       DISPLAY "*** CPF invalido (digito verificador nao confere) - "
               "relatorio nao gerado. ***"
       MOVE 8 TO WS-FINAL-RC
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE "TITULAR" TO WS-RP-REPORT-NAME
    MOVE WS-TODAY TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== LGPD-SUBJECT - Dados pessoais do titular - CPF "
           WS-SUBJECT-CPF " - " WS-TODAY " ==="
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Protocolo: " WS-REQUEST-REF
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM PRINT-CUSTOMERS
    PERFORM PRINT-VENDORS
    PERFORM PRINT-EMPLOYEES
    PERFORM PRINT-USERS

    PERFORM PRINT-AR-INVOICES
    PERFORM PRINT-AR-INVOICES-HIST
    PERFORM PRINT-AR-ADVANCES
    PERFORM PRINT-CONTRACTS
    PERFORM PRINT-AP-INVOICES
    PERFORM PRINT-AP-INVOICES-HIST
    PERFORM PRINT-PURCHASE-ORDERS
    PERFORM PRINT-PAY-PROPOSAL
    PERFORM PRINT-PAY-PROPOSAL-HIST
    PERFORM PRINT-EMP-ADVANCES
    PERFORM PRINT-EXP-REPORTS
    PERFORM PRINT-SECURITY-EVENTS
    PERFORM PRINT-DATA-FILES

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Total de itens encontrados para o CPF: " WS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM LOG-CONSULTATION
    IF WS-FOUND-COUNT = 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

SECTION-HEADER.
    *> WS-RP-LINE chega com o titulo da secao
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM EMIT-REPORT-LINE
    .

SECTION-FOOTER.
    IF WS-SECTION-COUNT = 0
       MOVE "  (nada)" TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    ADD WS-SECTION-COUNT TO WS-FOUND-COUNT
    .

SET-DEC-AMOUNT.
    COMPUTE WS-DEC-AMOUNT = WS-DEC-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    .

ADD-MATCH-NAME.
    IF WS-MC-NAME-COUNT < 60 AND WS-SEEK-NAME NOT = SPACES
       ADD 1 TO WS-MC-NAME-COUNT
       MOVE WS-SEEK-NAME TO WS-MC-NAME (WS-MC-NAME-COUNT)
    END-IF
    .

*> ------------------------------------------------------------
*> Cadastros
*> ------------------------------------------------------------
PRINT-CUSTOMERS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Clientes (CUSTOMERS):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    MOVE SPACE TO WS-CU-RECORD
    MOVE "L" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    PERFORM UNTIL WS-CU-RETURN-STATUS NOT = "00"
       IF CU-CNPJ OF WS-CU-RECORD (1:11) = WS-SUBJECT-CPF
          AND CU-CNPJ OF WS-CU-RECORD (12:3) = SPACES
          ADD 1 TO WS-SECTION-COUNT
          IF WS-MC-CUST-COUNT < 20
             ADD 1 TO WS-MC-CUST-COUNT
             MOVE CU-CUSTOMER-ID OF WS-CU-RECORD
               TO WS-MC-CUST-ID (WS-MC-CUST-COUNT)
          END-IF
          MOVE CU-NAME OF WS-CU-RECORD TO WS-SEEK-NAME
          PERFORM ADD-MATCH-NAME
          MOVE SPACES TO WS-RP-LINE
          STRING "  Cliente " CU-CUSTOMER-ID OF WS-CU-RECORD
                 " " CU-NAME OF WS-CU-RECORD
                 " status " CU-STATUS OF WS-CU-RECORD
                 " prazo " CU-PAYMENT-TERMS OF WS-CU-RECORD
                 " vendedor " CU-SALES-REP-ID OF WS-CU-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-CU-OP-CODE
       CALL "CUSTOMERS-IO" USING
            WS-CU-OP-CODE
            WS-CU-RECORD
            WS-CU-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-VENDORS.
    MOVE "Fornecedores (VENDORS):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    MOVE SPACE TO WS-VD-RECORD
    MOVE "L" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    PERFORM UNTIL WS-VD-RETURN-STATUS NOT = "00"
       IF VD-CNPJ OF WS-VD-RECORD (1:11) = WS-SUBJECT-CPF
          AND VD-CNPJ OF WS-VD-RECORD (12:3) = SPACES
          ADD 1 TO WS-SECTION-COUNT
          IF WS-MC-VEND-COUNT < 20
             ADD 1 TO WS-MC-VEND-COUNT
             MOVE VD-VENDOR-ID OF WS-VD-RECORD
               TO WS-MC-VEND-ID (WS-MC-VEND-COUNT)
          END-IF
          MOVE VD-NAME OF WS-VD-RECORD TO WS-SEEK-NAME
          PERFORM ADD-MATCH-NAME
          MOVE SPACES TO WS-RP-LINE
          STRING "  Fornecedor " VD-VENDOR-ID OF WS-VD-RECORD
                 " " VD-NAME OF WS-VD-RECORD
                 " status " VD-STATUS OF WS-VD-RECORD
                 " retencao " VD-WHT-CODE OF WS-VD-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          MOVE SPACES TO WS-RP-LINE
          STRING "    Banco " VD-BANK-CODE OF WS-VD-RECORD
                 " ag " VD-BANK-BRANCH OF WS-VD-RECORD
                 " conta " VD-BANK-ACCOUNT OF WS-VD-RECORD
                 "-" VD-BANK-DV OF WS-VD-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          IF VD-BANK-CHANGE-PENDING OF WS-VD-RECORD
             MOVE SPACES TO WS-RP-LINE
             STRING "    Alteracao pendente: banco "
                    VD-PEND-BANK-CODE OF WS-VD-RECORD
                    " ag " VD-PEND-BANK-BRANCH OF WS-VD-RECORD
                    " conta " VD-PEND-BANK-ACCOUNT OF WS-VD-RECORD
                    "-" VD-PEND-BANK-DV OF WS-VD-RECORD
                    DELIMITED BY SIZE INTO WS-RP-LINE
             PERFORM EMIT-REPORT-LINE
          END-IF
       END-IF
       MOVE "N" TO WS-VD-OP-CODE
       CALL "VENDORS-IO" USING
            WS-VD-OP-CODE
            WS-VD-RECORD
            WS-VD-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-EMPLOYEES.
    MOVE "Funcionarios (EMPLOYEES):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    MOVE SPACE TO WS-EM-RECORD
    MOVE "L" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS
    PERFORM UNTIL WS-EM-RETURN-STATUS NOT = "00"
       IF EM-CPF OF WS-EM-RECORD = WS-SUBJECT-CPF
          ADD 1 TO WS-SECTION-COUNT
          IF WS-MC-EMPL-COUNT < 20
             ADD 1 TO WS-MC-EMPL-COUNT
             MOVE EM-EMPLOYEE-ID OF WS-EM-RECORD
               TO WS-MC-EMPL-ID (WS-MC-EMPL-COUNT)
          END-IF
          MOVE EM-NAME OF WS-EM-RECORD TO WS-SEEK-NAME
          PERFORM ADD-MATCH-NAME
          MOVE SPACES TO WS-RP-LINE
          STRING "  Funcionario " EM-EMPLOYEE-ID OF WS-EM-RECORD
                 " " EM-NAME OF WS-EM-RECORD
                 " status " EM-STATUS OF WS-EM-RECORD
                 " c.custo " EM-COST-CENTER OF WS-EM-RECORD
                 " gestor " EM-MANAGER-ID OF WS-EM-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          MOVE SPACES TO WS-RP-LINE
          STRING "    Banco " EM-BANK-CODE OF WS-EM-RECORD
                 " ag " EM-BANK-BRANCH OF WS-EM-RECORD
                 " conta " EM-BANK-ACCOUNT OF WS-EM-RECORD
                 "-" EM-BANK-DV OF WS-EM-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          IF EM-BANK-CHANGE-PENDING OF WS-EM-RECORD
             MOVE SPACES TO WS-RP-LINE
             STRING "    Alteracao pendente: banco "
                    EM-PEND-BANK-CODE OF WS-EM-RECORD
                    " ag " EM-PEND-BANK-BRANCH OF WS-EM-RECORD
                    " conta " EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD
                    "-" EM-PEND-BANK-DV OF WS-EM-RECORD
                    DELIMITED BY SIZE INTO WS-RP-LINE
             PERFORM EMIT-REPORT-LINE
          END-IF
       END-IF
       MOVE "N" TO WS-EM-OP-CODE
       CALL "EMPLOYEES-IO" USING
            WS-EM-OP-CODE
            WS-EM-RECORD
            WS-EM-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-USERS.
    MOVE "Operadores (USERS) - correspondencia por nome:" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-NAME-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-US-RECORD
    MOVE "L" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    PERFORM UNTIL WS-US-RETURN-STATUS NOT = "00"
       MOVE "N" TO WS-MC-FOUND-SW
       PERFORM VARYING WS-MC-I FROM 1 BY 1
               UNTIL WS-MC-I > WS-MC-NAME-COUNT OR MATCH-IS-FOUND
          IF US-NAME OF WS-US-RECORD = WS-MC-NAME (WS-MC-I)
             SET MATCH-IS-FOUND TO TRUE
          END-IF
       END-PERFORM
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          IF WS-MC-OPER-COUNT < 20
             ADD 1 TO WS-MC-OPER-COUNT
             MOVE US-OPERATOR-ID OF WS-US-RECORD
               TO WS-MC-OPER-ID (WS-MC-OPER-COUNT)
          END-IF
          MOVE SPACES TO WS-RP-LINE
          STRING "  Operador " US-OPERATOR-ID OF WS-US-RECORD
                 " " US-NAME OF WS-US-RECORD
                 " status " US-STATUS OF WS-US-RECORD
                 " permissoes " US-PERMISSIONS OF WS-US-RECORD
                 " senha trocada em " US-PWD-CHANGED-DATE OF WS-US-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-US-OP-CODE
       CALL "USERS-IO" USING
            WS-US-OP-CODE
            WS-US-RECORD
            WS-US-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

*> ------------------------------------------------------------
*> Movimento ligado aos cadastros encontrados
*> ------------------------------------------------------------
FIND-CUSTOMER-MATCH.
    MOVE "N" TO WS-MC-FOUND-SW
    PERFORM VARYING WS-MC-I FROM 1 BY 1
            UNTIL WS-MC-I > WS-MC-CUST-COUNT OR MATCH-IS-FOUND
       IF WS-MC-CUST-ID (WS-MC-I) = WS-SEEK-ID
          SET MATCH-IS-FOUND TO TRUE
       END-IF
    END-PERFORM
    .

FIND-VENDOR-MATCH.
    MOVE "N" TO WS-MC-FOUND-SW
    PERFORM VARYING WS-MC-I FROM 1 BY 1
            UNTIL WS-MC-I > WS-MC-VEND-COUNT OR MATCH-IS-FOUND
       IF WS-MC-VEND-ID (WS-MC-I) = WS-SEEK-ID
          SET MATCH-IS-FOUND TO TRUE
       END-IF
    END-PERFORM
    .

FIND-EMPLOYEE-MATCH.
    MOVE "N" TO WS-MC-FOUND-SW
    PERFORM VARYING WS-MC-I FROM 1 BY 1
            UNTIL WS-MC-I > WS-MC-EMPL-COUNT OR MATCH-IS-FOUND
       IF WS-MC-EMPL-ID (WS-MC-I) = WS-SEEK-ID
          SET MATCH-IS-FOUND TO TRUE
       END-IF
    END-PERFORM
    .

FIND-OPERATOR-MATCH.
    MOVE "N" TO WS-MC-FOUND-SW
    PERFORM VARYING WS-MC-I FROM 1 BY 1
            UNTIL WS-MC-I > WS-MC-OPER-COUNT OR MATCH-IS-FOUND
       IF WS-MC-OPER-ID (WS-MC-I) = WS-SEEK-OPER-ID
          SET MATCH-IS-FOUND TO TRUE
       END-IF
    END-PERFORM
    .

PRINT-AR-INVOICES.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Faturas de cliente (AR-INVOICES):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-CUST-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-SEEK-ID
       PERFORM FIND-CUSTOMER-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          IF AR-IS-PAID OF WS-AR-RECORD
             MOVE "recebida" TO WS-STATUS-TEXT
          ELSE
             MOVE "em aberto" TO WS-STATUS-TEXT
          END-IF
          MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " AR-CUSTOMER-ID OF WS-AR-RECORD
                 " " AR-INVOICE-NO OF WS-AR-RECORD
                 " emissao " AR-ISSUE-DATE OF WS-AR-RECORD
                 " venc " AR-DUE-DATE OF WS-AR-RECORD
                 " " WS-EDIT-AMOUNT " " WS-STATUS-TEXT
                 " NFS-e " AR-NFSE-NUMBER OF WS-AR-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-AR-INVOICES-HIST.
    MOVE "Faturas de cliente arquivadas (AR-INVOICES-HIST):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-CUST-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-HIST-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-SEEK-ID
       PERFORM FIND-CUSTOMER-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          IF AR-IS-PAID OF WS-AR-RECORD
             MOVE "recebida" TO WS-STATUS-TEXT
          ELSE
             MOVE "em aberto" TO WS-STATUS-TEXT
          END-IF
          MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " AR-CUSTOMER-ID OF WS-AR-RECORD
                 " " AR-INVOICE-NO OF WS-AR-RECORD
                 " emissao " AR-ISSUE-DATE OF WS-AR-RECORD
                 " venc " AR-DUE-DATE OF WS-AR-RECORD
                 " " WS-EDIT-AMOUNT " " WS-STATUS-TEXT
                 " NFS-e " AR-NFSE-NUMBER OF WS-AR-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-HIST-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-AR-ADVANCES.
    MOVE "Adiantamentos de cliente (AR-ADVANCES):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-CUST-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       MOVE AV-CUSTOMER-ID OF WS-AV-RECORD TO WS-SEEK-ID
       PERFORM FIND-CUSTOMER-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE AV-AMOUNT-CENTS OF WS-AV-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " AV-CUSTOMER-ID OF WS-AV-RECORD
                 " recebido " AV-RECEIPT-DATE OF WS-AV-RECORD
                 " " WS-EDIT-AMOUNT
                 " status " AV-STATUS OF WS-AV-RECORD
                 " ref " AV-REFERENCE OF WS-AV-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-CONTRACTS.
    MOVE "Contratos (CONTRACTS):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-CUST-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-CT-RECORD
    MOVE "L" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       MOVE CT-CUSTOMER-ID OF WS-CT-RECORD TO WS-SEEK-ID
       PERFORM FIND-CUSTOMER-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE CT-MONTHLY-CENTS OF WS-CT-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  Contrato " CT-CONTRACT-ID OF WS-CT-RECORD
                 " " CT-DESCRIPTION OF WS-CT-RECORD
                 " " CT-START-DATE OF WS-CT-RECORD
                 " a " CT-END-DATE OF WS-CT-RECORD
                 " mensal " WS-EDIT-AMOUNT
                 " status " CT-STATUS OF WS-CT-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-CT-OP-CODE
       CALL "CONTRACTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-AP-INVOICES.
    MOVE "Faturas de fornecedor (AP-INVOICES):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-VEND-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       MOVE AP-VENDOR-ID OF WS-AP-RECORD TO WS-SEEK-ID
       PERFORM FIND-VENDOR-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          IF AP-IS-PAID OF WS-AP-RECORD
             MOVE "paga" TO WS-STATUS-TEXT
          ELSE
             MOVE "em aberto" TO WS-STATUS-TEXT
          END-IF
          MOVE AP-AMOUNT-CENTS OF WS-AP-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " AP-VENDOR-ID OF WS-AP-RECORD
                 " " AP-INVOICE-NO OF WS-AP-RECORD
                 " emissao " AP-ISSUE-DATE OF WS-AP-RECORD
                 " venc " AP-DUE-DATE OF WS-AP-RECORD
                 " " WS-EDIT-AMOUNT " " WS-STATUS-TEXT
                 " pago em " AP-PAID-DATE OF WS-AP-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-AP-INVOICES-HIST.
    MOVE "Faturas de fornecedor arquivadas (AP-INVOICES-HIST):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-VEND-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-HIST-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       MOVE AP-VENDOR-ID OF WS-AP-RECORD TO WS-SEEK-ID
       PERFORM FIND-VENDOR-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          IF AP-IS-PAID OF WS-AP-RECORD
             MOVE "paga" TO WS-STATUS-TEXT
          ELSE
             MOVE "em aberto" TO WS-STATUS-TEXT
          END-IF
          MOVE AP-AMOUNT-CENTS OF WS-AP-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " AP-VENDOR-ID OF WS-AP-RECORD
                 " " AP-INVOICE-NO OF WS-AP-RECORD
                 " emissao " AP-ISSUE-DATE OF WS-AP-RECORD
                 " venc " AP-DUE-DATE OF WS-AP-RECORD
                 " " WS-EDIT-AMOUNT " " WS-STATUS-TEXT
                 " pago em " AP-PAID-DATE OF WS-AP-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-PURCHASE-ORDERS.
    MOVE "Pedidos de compra (PURCHASE-ORDERS):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-VEND-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-PO-RECORD
    MOVE "L" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    PERFORM UNTIL WS-PO-RETURN-STATUS NOT = "00"
       MOVE PO-VENDOR-ID OF WS-PO-RECORD TO WS-SEEK-ID
       PERFORM FIND-VENDOR-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE PO-AMOUNT-CENTS OF WS-PO-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  Pedido " PO-NUMBER OF WS-PO-RECORD
                 " " PO-DESCRIPTION OF WS-PO-RECORD
                 " periodo " PO-PERIOD OF WS-PO-RECORD
                 " " WS-EDIT-AMOUNT
                 " status " PO-STATUS OF WS-PO-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-PO-OP-CODE
       CALL "PURCHASE-ORDERS-IO" USING
            WS-PO-OP-CODE
            WS-PO-RECORD
            WS-PO-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-PAY-PROPOSAL.
    MOVE "Proposta de pagamento (PAY-PROPOSAL):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    MOVE SPACE TO WS-PP-RECORD
    MOVE "L" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-IO" USING
         WS-PP-OP-CODE
         WS-PP-RECORD
         WS-PP-RETURN-STATUS
    PERFORM UNTIL WS-PP-RETURN-STATUS NOT = "00"
       MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-SEEK-ID
       IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
          PERFORM FIND-EMPLOYEE-MATCH
       ELSE
          PERFORM FIND-VENDOR-MATCH
       END-IF
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE PP-AMOUNT-CENTS OF WS-PP-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " PP-VENDOR-ID OF WS-PP-RECORD
                 " " PP-INVOICE-NO OF WS-PP-RECORD
                 " " PP-VENDOR-NAME OF WS-PP-RECORD
                 " venc " PP-DUE-DATE OF WS-PP-RECORD
                 " " WS-EDIT-AMOUNT
                 " status " PP-STATUS OF WS-PP-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-PAY-PROPOSAL-HIST.
    MOVE "Proposta de pagamento arquivada (PAY-PROPOSAL-HIST):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    MOVE SPACE TO WS-PP-RECORD
    MOVE "L" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-HIST-IO" USING
         WS-PP-OP-CODE
         WS-PP-RECORD
         WS-PP-RETURN-STATUS
    PERFORM UNTIL WS-PP-RETURN-STATUS NOT = "00"
       MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-SEEK-ID
       IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
          PERFORM FIND-EMPLOYEE-MATCH
       ELSE
          PERFORM FIND-VENDOR-MATCH
       END-IF
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE PP-AMOUNT-CENTS OF WS-PP-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " PP-VENDOR-ID OF WS-PP-RECORD
                 " " PP-INVOICE-NO OF WS-PP-RECORD
                 " " PP-VENDOR-NAME OF WS-PP-RECORD
                 " venc " PP-DUE-DATE OF WS-PP-RECORD
                 " " WS-EDIT-AMOUNT
                 " status " PP-STATUS OF WS-PP-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-HIST-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-EMP-ADVANCES.
    MOVE "Adiantamentos a funcionario (EMP-ADVANCES):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-EMPL-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS
    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       MOVE EA-EMPLOYEE-ID OF WS-EA-RECORD TO WS-SEEK-ID
       PERFORM FIND-EMPLOYEE-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE EA-AMOUNT-CENTS OF WS-EA-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  Adiantamento " EA-ADVANCE-NO OF WS-EA-RECORD
                 " " EA-DATE OF WS-EA-RECORD
                 " " EA-PURPOSE OF WS-EA-RECORD
                 " " WS-EDIT-AMOUNT
                 " status " EA-STATUS OF WS-EA-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-EXP-REPORTS.
    MOVE "Relatorios de despesas (EXP-REPORTS):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-EMPL-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-ER-RECORD
    MOVE "L" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS
    PERFORM UNTIL WS-ER-RETURN-STATUS NOT = "00"
       MOVE ER-EMPLOYEE-ID OF WS-ER-RECORD TO WS-SEEK-ID
       PERFORM FIND-EMPLOYEE-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE ER-TOTAL-CENTS OF WS-ER-RECORD TO WS-DEC-AMOUNT
          PERFORM SET-DEC-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  Relatorio " ER-REPORT-NO OF WS-ER-RECORD
                 " " ER-REPORT-DATE OF WS-ER-RECORD
                 " " ER-PURPOSE OF WS-ER-RECORD
                 " " WS-EDIT-AMOUNT
                 " status " ER-STATUS OF WS-ER-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-ER-OP-CODE
       CALL "EXP-REPORTS-IO" USING
            WS-ER-OP-CODE
            WS-ER-RECORD
            WS-ER-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

PRINT-SECURITY-EVENTS.
    MOVE "Diario de seguranca (SEC-JRNL) dos operadores:" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    IF WS-MC-OPER-COUNT = 0
       PERFORM SECTION-FOOTER
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-SJ-RECORD
    MOVE 0 TO SJ-DATE OF WS-SJ-RECORD
    MOVE "K" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
    PERFORM UNTIL WS-SJ-RETURN-STATUS NOT = "00"
       MOVE SJ-OPERATOR OF WS-SJ-RECORD TO WS-SEEK-OPER-ID
       PERFORM FIND-OPERATOR-MATCH
       IF MATCH-IS-FOUND
          ADD 1 TO WS-SECTION-COUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " SJ-DATE OF WS-SJ-RECORD
                 " " SJ-TIME OF WS-SJ-RECORD
                 " " SJ-OPERATOR OF WS-SJ-RECORD
                 " " SJ-EVENT OF WS-SJ-RECORD
                 " " SJ-DETAIL OF WS-SJ-RECORD
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
       MOVE "N" TO WS-SJ-OP-CODE
       CALL "SEC-JRNL-IO" USING
            WS-SJ-OP-CODE
            WS-SJ-RECORD
            WS-SJ-RETURN-STATUS
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

*> ------------------------------------------------------------
*> Arquivos de intercambio em data/
*> ------------------------------------------------------------
PRINT-DATA-FILES.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Arquivos de intercambio (linhas com o CPF):" TO WS-RP-LINE
    PERFORM SECTION-HEADER
    PERFORM VARYING WS-FILE-I FROM 1 BY 1 UNTIL WS-FILE-I > 5
       PERFORM SCAN-ONE-DATA-FILE
       IF WS-HIT-COUNT > 0
          ADD WS-HIT-COUNT TO WS-SECTION-COUNT
          MOVE WS-HIT-COUNT TO WS-EDIT-COUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  " WS-DATA-FILE-NAME (WS-FILE-I) " "
                 WS-EDIT-COUNT " linha(s)"
                 DELIMITED BY SIZE INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
    END-PERFORM
    PERFORM SECTION-FOOTER
    .

SCAN-ONE-DATA-FILE.
    MOVE 0 TO WS-HIT-COUNT
    MOVE WS-DATA-FILE-NAME (WS-FILE-I) TO WS-DATA-PATH
    MOVE SPACES TO FS-DATA
    OPEN INPUT DATA-FILE
    IF FS-DATA NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    READ DATA-FILE
    PERFORM UNTIL FS-DATA NOT = FS-OK
       MOVE 0 TO WS-LINE-HITS
       INSPECT DATA-LINE TALLYING WS-LINE-HITS
               FOR ALL WS-SUBJECT-CPF
       IF WS-LINE-HITS > 0
          ADD 1 TO WS-HIT-COUNT
       END-IF
       READ DATA-FILE
    END-PERFORM
    CLOSE DATA-FILE
    .

LOG-CONSULTATION.
    *> A consulta fica registrada sem expor o CPF inteiro
    MOVE SPACE TO WS-SJ-RECORD
    MOVE WS-BL-PROGRAM TO SJ-OPERATOR OF WS-SJ-RECORD
    MOVE "LGPD-CONS" TO SJ-EVENT OF WS-SJ-RECORD
    STRING "CPF " WS-SUBJECT-CPF (1:3) "******"
           WS-SUBJECT-CPF (10:2) " PROT " WS-REQUEST-REF
           DELIMITED BY SIZE INTO SJ-DETAIL OF WS-SJ-RECORD
    MOVE "C" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
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
    MOVE "ITENS" TO BS-ST-TAG (1)
    MOVE WS-FOUND-COUNT TO BS-ST-VALUE (1)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "LS0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
