>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: acct-renum.cob
*> Objetivo:
*>   - Renumeracao e fusao de contas contabeis levando o
*>     historico junto: hoje trocar o codigo de uma conta (ou
*>     juntar duas) obriga a abrir a conta nova, lancar a
*>     transferencia do saldo e deixar o historico para tras na
*>     conta velha. Aqui o historico inteiro muda de conta.
*>   - Formato de "data/acct-renum.csv" (mesmo molde dos
*>     importadores, ver BUDGET-IMPORT):
*>       B,nnnnnn,X
*>          (registro de controle: quantidade de pares esperada,
*>           6 digitos; X = 'S' autoriza RELACRAR os periodos
*>           fechados cujo LEDGER for tocado - sem o 'S' o par
*>           com historico em mes lacrado e recusado)
*>       M,cccccccccc,nnnnnnnnnn
*>          (conta antiga, conta nova - 10 digitos cada)
*>   - Conta nova inexistente = RENUMERACAO: a conta e criada
*>     com nome/tipo/moeda/abertura da antiga (mae renumerada no
*>     mesmo lote vira a mae nova - liste as maes antes das
*>     filhas). Conta nova ja existente = FUSAO: tem de estar
*>     ativa, com o mesmo tipo e a mesma moeda da antiga.
*>     Conta repetida, par encadeado (a->b e b->c) ou de=para
*>     tambem recusam o par (RC 8), sem abortar os demais.
*>   - O que muda de conta:
*>       LEDGER, IFRS-LEDGER e FC-LEDGER (fusao por periodo: o
*>         saldo de uma conta num mes em que a outra nao tem
*>         registro e carregado do ultimo fechamento dela, como
*>         o CARRY-FWD faria);
*>       DAILY-BAL e BUDGET (valores somados na fusao);
*>       JRNL-XREF (chave regravada na conta nova);
*>       ACCOUNT-ATTRS e RECON-STATUS (na fusao prevalece o
*>         registro que a conta nova ja tinha);
*>       JOURNAL (JR-ALT-ACCOUNT-ID) e JOURNAL-LINES;
*>       cadastros que guardam conta: fornecedores, clientes,
*>         codigos de imposto, imobilizado, emprestimos, itens
*>         de estoque, mapa da folha, regras de rateio e regras
*>         de extrato; as filhas da conta antiga passam para a
*>         conta nova.
*>       Rubricas (STMT-CAPTIONS) sao faixas, nao contas: a
*>         rubrica que pegava a conta antiga e nao pega a nova
*>         sai listada como aviso (RC 4) para ajuste no AUX-MENU.
*>   - Cada movimento (arquivo x par) vira uma linha em
*>     ACCOUNTS-AUDIT na conta antiga, e a conta nova recebe a
*>     linha de origem; a conta antiga termina inativada.
*>   - Prova: o balancete (debitos, creditos e saldo liquido por
*>     livro e periodo) e tirado antes e depois; qualquer
*>     diferenca alem do saldo carregado na fusao abenda (RC 8)
*>     e NAO relacra nada - o SEAL-VERIFY da noite acusa o mes.
*>   - Recusa rodar com sessao MENU ativa (INTERLOCK 'O').
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCT-RENUM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAP-FILE ASSIGN TO "data/acct-renum.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-MAP.

    SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LG-KEY
        FILE STATUS   IS FS-LEDGER.

    SELECT FC-LEDGER-FILE ASSIGN TO WS-FC-LEDGER-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS FC-KEY
        FILE STATUS   IS FS-FC-LEDGER.

    SELECT DAILY-BAL-FILE ASSIGN TO "data/daily-bal.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS DB-KEY
        FILE STATUS   IS FS-DAILY-BAL.

    SELECT BUDGET-FILE ASSIGN TO "data/budget.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS BG-KEY
        FILE STATUS   IS FS-BUDGET.

    SELECT JRNL-XREF-FILE ASSIGN TO WS-JRNL-XREF-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS XR-KEY
        FILE STATUS   IS FS-JRNL-XREF.

    SELECT ACCOUNT-ATTRS-FILE ASSIGN TO "data/account-attrs.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AT-ACCOUNT-ID
        FILE STATUS   IS FS-ACCOUNT-ATTRS.

    SELECT RECON-STATUS-FILE ASSIGN TO "data/recon-status.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS RS-KEY
        FILE STATUS   IS FS-RECON-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JR-TXN-ID
        ALTERNATE RECORD KEY IS JR-ALT-KEY WITH DUPLICATES
        FILE STATUS   IS FS-JOURNAL.

    SELECT JOURNAL-LINES-FILE ASSIGN TO WS-JOURNAL-LINES-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JL-KEY
        FILE STATUS   IS FS-JOURNAL-LINES.

    SELECT VENDORS-FILE ASSIGN TO "data/vendors.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS VD-VENDOR-ID
        FILE STATUS   IS FS-MASTER.

    SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS CU-CUSTOMER-ID
        FILE STATUS   IS FS-MASTER.

    SELECT TAX-CODES-FILE ASSIGN TO "data/tax-codes.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS TX-CODE
        FILE STATUS   IS FS-MASTER.

    SELECT FIXED-ASSETS-FILE ASSIGN TO "data/fixed-assets.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS FA-ASSET-ID
        FILE STATUS   IS FS-MASTER.

    SELECT LOANS-FILE ASSIGN TO "data/loans.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS LN-CONTRACT-ID
        FILE STATUS   IS FS-MASTER.

    SELECT INV-ITEMS-FILE ASSIGN TO "data/inv-items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS IT-ITEM-ID
        FILE STATUS   IS FS-MASTER.

    SELECT PAYROLL-MAP-FILE ASSIGN TO "data/payroll-map.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PM-EVENT-CODE
        FILE STATUS   IS FS-MASTER.

    SELECT ALLOC-RULES-FILE ASSIGN TO "data/alloc-rules.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AL-RULE-ID
        FILE STATUS   IS FS-MASTER.

    SELECT STMT-RULES-FILE ASSIGN TO "data/stmt-rules.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS SR-RULE-ID
        FILE STATUS   IS FS-MASTER.

    SELECT STMT-CAPTIONS-FILE ASSIGN TO "data/stmt-captions.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS SC-KEY
        FILE STATUS   IS FS-MASTER.

    SELECT ACCOUNTS-AUDIT-FILE ASSIGN TO "data/accounts-audit.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AA-KEY
        FILE STATUS   IS FS-AUDIT.

DATA DIVISION.
FILE SECTION.

FD  MAP-FILE.
01  MAP-LINE PIC X(80).

FD  LEDGER-FILE.
COPY "ledger.cpy".

FD  FC-LEDGER-FILE.
COPY "fc-ledger.cpy".

FD  DAILY-BAL-FILE.
COPY "daily-bal.cpy".

FD  BUDGET-FILE.
COPY "budget.cpy".

FD  JRNL-XREF-FILE.
COPY "jrnl-xref.cpy".

FD  ACCOUNT-ATTRS-FILE.
COPY "account-attrs.cpy".

FD  RECON-STATUS-FILE.
COPY "recon-status.cpy".

FD  JOURNAL-FILE.
COPY "journal.cpy".

FD  JOURNAL-LINES-FILE.
COPY "journal-lines.cpy".

FD  VENDORS-FILE.
COPY "vendors.cpy".

FD  CUSTOMERS-FILE.
COPY "customers.cpy".

FD  TAX-CODES-FILE.
COPY "tax-codes.cpy".

FD  FIXED-ASSETS-FILE.
COPY "fixed-assets.cpy".

FD  LOANS-FILE.
COPY "loans.cpy".

FD  INV-ITEMS-FILE.
COPY "inv-items.cpy".

FD  PAYROLL-MAP-FILE.
COPY "payroll-map.cpy".

FD  ALLOC-RULES-FILE.
COPY "alloc-rules.cpy".

FD  STMT-RULES-FILE.
COPY "stmt-rules.cpy".

FD  STMT-CAPTIONS-FILE.
COPY "stmt-captions.cpy".

FD  ACCOUNTS-AUDIT-FILE.
COPY "accounts-audit.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "ACCTRENU".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-LEDGER-PATH        PIC X(64).
01 WS-LOCAL-LEDGER-PATH  PIC X(64).
01 WS-IFRS-LEDGER-PATH   PIC X(64).
01 WS-FC-LEDGER-PATH     PIC X(64).
01 WS-JRNL-XREF-PATH     PIC X(64).
01 WS-JOURNAL-PATH       PIC X(64).
01 WS-JOURNAL-LINES-PATH PIC X(64).

01 FS-MAP            PIC XX.
01 FS-LEDGER         PIC XX.
01 FS-FC-LEDGER      PIC XX.
01 FS-DAILY-BAL      PIC XX.
01 FS-BUDGET         PIC XX.
01 FS-JRNL-XREF      PIC XX.
01 FS-ACCOUNT-ATTRS  PIC XX.
01 FS-RECON-STATUS   PIC XX.
01 FS-JOURNAL        PIC XX.
01 FS-JOURNAL-LINES  PIC XX.
01 FS-MASTER         PIC XX.
01 FS-AUDIT          PIC XX.

*> Intertravamento com o MENU
01 WS-IL-OP-CODE        PIC X.
01 WS-IL-OPERATOR-ID    PIC X(8) VALUE "ACCTRENU".
01 WS-IL-STATE          PIC X.
01 WS-IL-RETURN-STATUS  PIC XX.

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
01 WS-AC-PARENT-ID      PIC 9(10).
01 WS-AC-ACCOUNT-NAME   PIC X(40).
01 WS-AC-ACCOUNT-TYPE   PIC X(1).
01 WS-AC-CURRENCY       PIC X(3).
01 WS-AC-OPENED-DATE    PIC 9(8).
01 WS-AC-STATUS         PIC X(1).
01 WS-AC-UPDATE-SEQ     PIC 9(9).
01 WS-AC-RETURN-STATUS  PIC XX.

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.

01 WS-PS-OP-CODE        PIC X.
01 WS-PS-PERIOD         PIC 9(6).
01 WS-PS-RETURN-STATUS  PIC XX.

*> Leitura do arquivo de pares
01 WS-MAP-EOF-SWITCH    PIC X VALUE "N".
   88 END-OF-MAP              VALUE "Y".
01 WS-REC-TYPE          PIC X(1).
01 WS-B-COUNT           PIC X(6).
01 WS-B-RESEAL          PIC X(1).
01 WS-M-OLD-ID          PIC X(10).
01 WS-M-NEW-ID          PIC X(10).
01 WS-EXPECTED-COUNT    PIC 9(6).
01 WS-LINES-READ        PIC 9(6) VALUE 0.
01 WS-RESEAL-SWITCH     PIC X VALUE "N".
   88 RESEAL-IS-AUTHORIZED    VALUE "Y".

*> Pares do lote. WS-MAP-HITS conta, por arquivo (indices
*> WS-HIT-...), quantos registros mudaram de conta no par
78 WS-MAX-PAIRS          VALUE 50.
78 WS-FILE-COUNT         VALUE 20.
78 WS-HIT-LEDGER         VALUE 1.
78 WS-HIT-IFRS-LEDGER    VALUE 2.
78 WS-HIT-FC-LEDGER      VALUE 3.
78 WS-HIT-DAILY-BAL      VALUE 4.
78 WS-HIT-BUDGET         VALUE 5.
78 WS-HIT-JRNL-XREF      VALUE 6.
78 WS-HIT-ACCOUNT-ATTRS  VALUE 7.
78 WS-HIT-RECON-STATUS   VALUE 8.
78 WS-HIT-JOURNAL        VALUE 9.
78 WS-HIT-JOURNAL-LINES  VALUE 10.
78 WS-HIT-VENDORS        VALUE 11.
78 WS-HIT-CUSTOMERS      VALUE 12.
78 WS-HIT-TAX-CODES      VALUE 13.
78 WS-HIT-FIXED-ASSETS   VALUE 14.
78 WS-HIT-LOANS          VALUE 15.
78 WS-HIT-INV-ITEMS      VALUE 16.
78 WS-HIT-PAYROLL-MAP    VALUE 17.
78 WS-HIT-ALLOC-RULES    VALUE 18.
78 WS-HIT-STMT-RULES     VALUE 19.
78 WS-HIT-ACCOUNTS       VALUE 20.

01 WS-FILE-NAME-VALUES.
   05 FILLER PIC X(14) VALUE "LEDGER".
   05 FILLER PIC X(14) VALUE "IFRS-LEDGER".
   05 FILLER PIC X(14) VALUE "FC-LEDGER".
   05 FILLER PIC X(14) VALUE "DAILY-BAL".
   05 FILLER PIC X(14) VALUE "BUDGET".
   05 FILLER PIC X(14) VALUE "JRNL-XREF".
   05 FILLER PIC X(14) VALUE "ACCOUNT-ATTRS".
   05 FILLER PIC X(14) VALUE "RECON-STATUS".
   05 FILLER PIC X(14) VALUE "JOURNAL".
   05 FILLER PIC X(14) VALUE "JOURNAL-LINES".
   05 FILLER PIC X(14) VALUE "VENDORS".
   05 FILLER PIC X(14) VALUE "CUSTOMERS".
   05 FILLER PIC X(14) VALUE "TAX-CODES".
   05 FILLER PIC X(14) VALUE "FIXED-ASSETS".
   05 FILLER PIC X(14) VALUE "LOANS".
   05 FILLER PIC X(14) VALUE "INV-ITEMS".
   05 FILLER PIC X(14) VALUE "PAYROLL-MAP".
   05 FILLER PIC X(14) VALUE "ALLOC-RULES".
   05 FILLER PIC X(14) VALUE "STMT-RULES".
   05 FILLER PIC X(14) VALUE "ACCOUNTS".
01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
   05 WS-FILE-NAME OCCURS 20 TIMES PIC X(14).

01 WS-MAP-TABLE.
   05 WS-MAP-ENTRY OCCURS 50 TIMES.
      10 WS-MAP-OLD-ID      PIC 9(10).
      10 WS-MAP-NEW-ID      PIC 9(10).
      10 WS-MAP-MODE        PIC X(1).
         88 MAP-IS-RENUMBER       VALUE "R".
         88 MAP-IS-MERGE          VALUE "M".
      10 WS-MAP-STATE       PIC X(1).
         88 MAP-IS-ACCEPTED       VALUE "A".
         88 MAP-IS-REJECTED       VALUE "X".
      10 WS-MAP-REASON      PIC X(40).
      10 WS-MAP-OLD-PARENT  PIC 9(10).
      10 WS-MAP-OLD-NAME    PIC X(40).
      10 WS-MAP-OLD-TYPE    PIC X(1).
      10 WS-MAP-OLD-CCY     PIC X(3).
      10 WS-MAP-OLD-OPENED  PIC 9(8).
      10 WS-MAP-OLD-STATUS  PIC X(1).
      10 WS-MAP-HITS OCCURS 20 TIMES PIC 9(7).
01 WS-MAP-COUNT         PIC 9(3) VALUE 0.
01 WS-MAP-I             PIC 9(3).
01 WS-MAP-J             PIC 9(3).
01 WS-FILE-I            PIC 9(3).
01 WS-ACCEPTED-COUNT    PIC 9(3) VALUE 0.
01 WS-REJECTED-COUNT    PIC 9(3) VALUE 0.

*> Traducao conta antiga -> nova (MAP-ACCOUNT-ID)
01 WS-MAP-IN-ID         PIC 9(10).
01 WS-MAP-HIT-I         PIC 9(3).
01 WS-HIT-FILE-I        PIC 9(3).
01 WS-CHANGED-SWITCH    PIC X.
   88 RECORD-WAS-CHANGED      VALUE "Y".
01 WS-AL-I              PIC 9(3).

*> Conta antiga e conta nova do par em processamento
01 WS-OLD-ID            PIC 9(10).
01 WS-NEW-ID            PIC 9(10).
01 WS-SCAN-ID           PIC 9(10).

*> Periodos lacrados tocados pelo lote (relacrados no fim, se a
*> prova do balancete passar)
01 WS-SEALED-TABLE.
   05 WS-SEALED-PERIOD OCCURS 200 TIMES PIC 9(6).
01 WS-SEALED-COUNT      PIC 9(3) VALUE 0.
01 WS-SEALED-I          PIC 9(3).
01 WS-SEALED-HITS       PIC 9(5).
01 WS-SCAN-SWITCH       PIC X.
   88 SCAN-IS-DONE            VALUE "Y".

*> Fusao de saldos por periodo (LEDGER, IFRS-LEDGER, FC-LEDGER):
*> lado 1 = conta antiga, lado 2 = conta nova; chave moeda +
*> periodo (moeda em branco no LEDGER)
01 WS-MG-TABLE.
   05 WS-MG-ENTRY OCCURS 1200 TIMES.
      10 WS-MG-KEY.
         15 WS-MG-CCY       PIC X(3).
         15 WS-MG-PERIOD    PIC 9(6).
      10 WS-MG-SIDE OCCURS 2 TIMES.
         15 WS-MG-PRESENT   PIC X(1).
         15 WS-MG-OPENING   PIC S9(18).
         15 WS-MG-DEBIT     PIC S9(18).
         15 WS-MG-CREDIT    PIC S9(18).
         15 WS-MG-CLOSING   PIC S9(18).
01 WS-MG-COUNT          PIC 9(4).
01 WS-MG-I              PIC 9(4).
01 WS-MG-J              PIC 9(4).
01 WS-MG-FOUND-I        PIC 9(4).
01 WS-MG-SIDE-I         PIC 9(1).
01 WS-MG-OVERFLOW-SW    PIC X.
   88 MG-TABLE-OVERFLOW       VALUE "Y".
01 WS-MG-IN-KEY.
   05 WS-MG-IN-CCY      PIC X(3).
   05 WS-MG-IN-PERIOD   PIC 9(6).
01 WS-MG-IN-OPENING     PIC S9(18).
01 WS-MG-IN-DEBIT       PIC S9(18).
01 WS-MG-IN-CREDIT      PIC S9(18).
01 WS-MG-IN-CLOSING     PIC S9(18).
01 WS-MG-LAST-CCY       PIC X(3).
01 WS-MG-CARRY OCCURS 2 TIMES PIC S9(18).
01 WS-MG-OUT-OPENING    PIC S9(18).
01 WS-MG-OUT-DEBIT      PIC S9(18).
01 WS-MG-OUT-CREDIT     PIC S9(18).
01 WS-MG-OUT-CLOSING    PIC S9(18).
01 WS-MG-OUT-CARRIED    PIC S9(18).

*> Livro do LEDGER em tratamento: 'L' local, 'I' IFRS
01 WS-BOOK-CODE         PIC X(1).
01 WS-BOOK-I            PIC 9(1).
01 WS-BOOK-MISSING-SW   PIC X.
   88 BOOK-FILE-MISSING       VALUE "Y".

*> Registros salvos antes de ler a chave da conta nova
COPY "daily-bal.cpy" REPLACING ==DB-RECORD== BY ==WS-DB-SAVE==.
COPY "budget.cpy" REPLACING ==BG-RECORD== BY ==WS-BG-SAVE==.
COPY "jrnl-xref.cpy" REPLACING ==XR-RECORD== BY ==WS-XR-SAVE==.
COPY "account-attrs.cpy" REPLACING ==AT-RECORD== BY ==WS-AT-SAVE==.
COPY "recon-status.cpy" REPLACING ==RS-RECORD== BY ==WS-RS-SAVE==.

*> Balancete antes (fase 1) e depois (fase 2), por livro e
*> periodo; WS-TB-CARRIED = saldo carregado pela fusao nos meses
*> em que uma das contas nao tinha registro
01 WS-TB-TABLE.
   05 WS-TB-ENTRY OCCURS 1200 TIMES.
      10 WS-TB-BOOK         PIC X(1).
      10 WS-TB-PERIOD       PIC 9(6).
      10 WS-TB-PHASE OCCURS 2 TIMES.
         15 WS-TB-DEBIT     PIC S9(18).
         15 WS-TB-CREDIT    PIC S9(18).
         15 WS-TB-CLOSING   PIC S9(18).
      10 WS-TB-CARRIED      PIC S9(18).
01 WS-TB-COUNT          PIC 9(4) VALUE 0.
01 WS-TB-I              PIC 9(4).
01 WS-TB-FOUND-I        PIC 9(4).
01 WS-TB-PHASE-I        PIC 9(1).
01 WS-TB-IN-BOOK        PIC X(1).
01 WS-TB-IN-PERIOD      PIC 9(6).
01 WS-TB-OVERFLOW-SW    PIC X VALUE "N".
   88 TB-TABLE-OVERFLOW       VALUE "Y".
01 WS-TB-EXPECTED       PIC S9(18).
01 WS-TB-DIFF-COUNT     PIC 9(4) VALUE 0.
01 WS-PROOF-SWITCH      PIC X VALUE "Y".
   88 PROOF-IS-OK             VALUE "Y".
01 WS-EDIT-AMOUNT       PIC -(16)9.99.
01 WS-EDIT-AMOUNT-2     PIC -(16)9.99.

*> Filhas da conta antiga a reapontar para a conta nova
01 WS-CHILD-TABLE.
   05 WS-CHILD-ENTRY OCCURS 500 TIMES.
      10 WS-CHILD-ID        PIC 9(10).
      10 WS-CHILD-MAP-I     PIC 9(3).
01 WS-CHILD-COUNT       PIC 9(3) VALUE 0.
01 WS-CHILD-I           PIC 9(3).

*> Trilha ACCOUNTS-AUDIT
01 WS-AUDIT-ACCOUNT-ID  PIC 9(10).
01 WS-AUDIT-LAST-SEQ    PIC 9(6).
01 WS-AUDIT-NEXT-SEQ    PIC 9(6).
01 WS-AUDIT-SCAN-SWITCH PIC X.
   88 AUDIT-SCAN-IS-DONE      VALUE "Y".
01 WS-AUDIT-LINES       PIC 9(5) VALUE 0.
01 WS-AUDIT-NEW-VALUE.
   05 WS-AN-NEW-ID      PIC 9(10).
   05 FILLER            PIC X(5) VALUE " REG ".
   05 WS-AN-COUNT       PIC 9(7).
   05 FILLER            PIC X(18) VALUE SPACES.
01 WS-AUDIT-ORIGIN-VALUE.
   05 WS-AO-NEW-ID      PIC 9(10).
   05 FILLER            PIC X(1) VALUE SPACE.
   05 WS-AO-MODE        PIC X(12).
   05 FILLER            PIC X(17) VALUE SPACES.

01 WS-RECORDS-MOVED     PIC 9(9) VALUE 0.
01 WS-WARNING-COUNT     PIC 9(5) VALUE 0.
01 WS-CAPTION-OLD-SW    PIC X.
01 WS-CAPTION-NEW-SW    PIC X.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY " "
    DISPLAY "=== ACCT-RENUM - Renumeracao/fusao de contas com historico ==="

    PERFORM CHECK-NO-ONLINE-SESSION
    IF WS-FINAL-RC = 8
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM RESOLVE-COMPANY-PATHS
    PERFORM LOAD-MAPPING-FILE
    IF WS-FINAL-RC = 8 OR WS-MAP-COUNT = 0
       IF WS-MAP-COUNT = 0 AND WS-FINAL-RC NOT = 8
          DISPLAY "Nenhum par de contas no lote."
       END-IF
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM VARYING WS-MAP-I FROM 1 BY 1 UNTIL WS-MAP-I > WS-MAP-COUNT
       PERFORM VALIDATE-ONE-MAPPING
    END-PERFORM

    IF WS-ACCEPTED-COUNT = 0
       PERFORM PRINT-MAPPING-RESULT
       DISPLAY "*** Nenhum par aceito - nada foi movido. ***"
       MOVE 8 TO WS-FINAL-RC
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    *> Balancete de antes
    MOVE 1 TO WS-TB-PHASE-I
    PERFORM TAKE-TRIAL-BALANCE

    *> Arquivos chaveados por conta: par a par
    PERFORM VARYING WS-MAP-I FROM 1 BY 1 UNTIL WS-MAP-I > WS-MAP-COUNT
       IF MAP-IS-ACCEPTED (WS-MAP-I)
          PERFORM MOVE-ONE-ACCOUNT
       END-IF
    END-PERFORM

    *> Arquivos com conta fora da chave: uma varredura cada
    PERFORM REMAP-JOURNAL
    PERFORM REMAP-JOURNAL-LINES
    PERFORM REMAP-VENDORS
    PERFORM REMAP-CUSTOMERS
    PERFORM REMAP-TAX-CODES
    PERFORM REMAP-FIXED-ASSETS
    PERFORM REMAP-LOANS
    PERFORM REMAP-INV-ITEMS
    PERFORM REMAP-PAYROLL-MAP
    PERFORM REMAP-ALLOC-RULES
    PERFORM REMAP-STMT-RULES
    PERFORM CHECK-CAPTION-RANGES

    PERFORM REPARENT-CHILD-ACCOUNTS
    PERFORM VARYING WS-MAP-I FROM 1 BY 1 UNTIL WS-MAP-I > WS-MAP-COUNT
       IF MAP-IS-ACCEPTED (WS-MAP-I)
          PERFORM INACTIVATE-OLD-ACCOUNT
       END-IF
    END-PERFORM

    PERFORM WRITE-RENUMBER-AUDIT

    *> Balancete de depois e prova
    MOVE 2 TO WS-TB-PHASE-I
    PERFORM TAKE-TRIAL-BALANCE
    PERFORM PROVE-TRIAL-BALANCE

    PERFORM PRINT-MAPPING-RESULT

    IF PROOF-IS-OK
       PERFORM RESEAL-TOUCHED-PERIODS
    ELSE
       IF WS-SEALED-COUNT > 0
          DISPLAY "*** Prova falhou - periodos lacrados NAO foram "
                  "relacrados (SEAL-VERIFY vai acusar). ***"
       END-IF
       MOVE 8 TO WS-FINAL-RC
    END-IF

    DISPLAY " "
    DISPLAY "Pares aceitos.........: " WS-ACCEPTED-COUNT
    DISPLAY "Pares recusados.......: " WS-REJECTED-COUNT
    DISPLAY "Registros movidos.....: " WS-RECORDS-MOVED
    DISPLAY "Linhas de auditoria...: " WS-AUDIT-LINES
    DISPLAY "Periodos relacrados...: " WS-SEALED-COUNT
    IF WS-REJECTED-COUNT > 0
       MOVE 8 TO WS-FINAL-RC
    END-IF
    IF WS-WARNING-COUNT > 0 AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF
    DISPLAY "ACCT-RENUM - Fim"
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

CHECK-NO-ONLINE-SESSION.
    *> O lote regrava arquivos que o MENU mantem abertos por
    *> chamada; nao roda com operador digitando
    MOVE "O" TO WS-IL-OP-CODE
    CALL "INTERLOCK" USING
         WS-IL-OP-CODE
         WS-IL-OPERATOR-ID
         WS-IL-STATE
         WS-IL-RETURN-STATUS
    IF WS-IL-STATE = "Y"
       DISPLAY "*** Sessao MENU ativa (data/online-active.tok) - "
               "renumeracao recusada. ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

RESOLVE-COMPANY-PATHS.
    *> Monta os nomes de arquivo da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "ledger" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-LOCAL-LEDGER-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "ledger-ifrs" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-IFRS-LEDGER-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "fc-ledger" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-FC-LEDGER-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "jrnl-xref" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JRNL-XREF-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal-lines" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-LINES-PATH
         WS-CO-RETURN-STATUS
    .

*> ------------------------------------------------------------
*> Leitura e validacao dos pares
*> ------------------------------------------------------------
LOAD-MAPPING-FILE.
    MOVE SPACES TO FS-MAP
    OPEN INPUT MAP-FILE
    IF FS-MAP NOT = FS-OK
       DISPLAY "Erro ao abrir data/acct-renum.csv. STATUS: " FS-MAP
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    PERFORM READ-NEXT-MAP-LINE
    IF END-OF-MAP OR MAP-LINE (1:1) NOT = "B"
       DISPLAY "*** Lote sem registro de controle (B) no inicio. "
               "Lote rejeitado."
       CLOSE MAP-FILE
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-B-RESEAL
    UNSTRING MAP-LINE DELIMITED BY ","
       INTO WS-REC-TYPE WS-B-COUNT WS-B-RESEAL
    MOVE WS-B-COUNT TO WS-EXPECTED-COUNT
    IF WS-B-RESEAL = "S"
       SET RESEAL-IS-AUTHORIZED TO TRUE
       DISPLAY "Relacre de periodos fechados AUTORIZADO no lote."
    END-IF

    PERFORM READ-NEXT-MAP-LINE
    PERFORM UNTIL END-OF-MAP
       IF MAP-LINE (1:1) = "M"
          ADD 1 TO WS-LINES-READ
          PERFORM STORE-MAPPING-LINE
       ELSE
          DISPLAY "*** Linha inesperada (esperava M): " MAP-LINE
       END-IF
       PERFORM READ-NEXT-MAP-LINE
    END-PERFORM
    CLOSE MAP-FILE

    IF WS-LINES-READ NOT = WS-EXPECTED-COUNT
       DISPLAY "*** Totais de controle do lote nao conferem. "
               "Lote rejeitado."
       DISPLAY "    Pares esperados: " WS-EXPECTED-COUNT
               " / lidos: " WS-LINES-READ
       MOVE 0 TO WS-MAP-COUNT
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

READ-NEXT-MAP-LINE.
    READ MAP-FILE
       AT END
          SET END-OF-MAP TO TRUE
    END-READ
    .

STORE-MAPPING-LINE.
    IF WS-MAP-COUNT >= WS-MAX-PAIRS
       DISPLAY "*** Mais de " WS-MAX-PAIRS " pares no lote - "
               "excedente ignorado: " MAP-LINE
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-M-OLD-ID WS-M-NEW-ID
    UNSTRING MAP-LINE DELIMITED BY ","
       INTO WS-REC-TYPE WS-M-OLD-ID WS-M-NEW-ID

    ADD 1 TO WS-MAP-COUNT
    INITIALIZE WS-MAP-ENTRY (WS-MAP-COUNT)
    MOVE "A" TO WS-MAP-STATE (WS-MAP-COUNT)
    IF WS-M-OLD-ID IS NUMERIC AND WS-M-NEW-ID IS NUMERIC
       MOVE WS-M-OLD-ID TO WS-MAP-OLD-ID (WS-MAP-COUNT)
       MOVE WS-M-NEW-ID TO WS-MAP-NEW-ID (WS-MAP-COUNT)
    ELSE
       MOVE 0 TO WS-MAP-OLD-ID (WS-MAP-COUNT)
       MOVE 0 TO WS-MAP-NEW-ID (WS-MAP-COUNT)
    END-IF
    .

VALIDATE-ONE-MAPPING.
    MOVE WS-MAP-OLD-ID (WS-MAP-I) TO WS-OLD-ID
    MOVE WS-MAP-NEW-ID (WS-MAP-I) TO WS-NEW-ID

    IF WS-OLD-ID = 0 OR WS-NEW-ID = 0
       MOVE "Conta de/para invalida (10 digitos)" TO WS-MAP-REASON (WS-MAP-I)
       PERFORM REJECT-MAPPING
       EXIT PARAGRAPH
    END-IF
    IF WS-OLD-ID = WS-NEW-ID
       MOVE "Conta antiga igual a nova" TO WS-MAP-REASON (WS-MAP-I)
       PERFORM REJECT-MAPPING
       EXIT PARAGRAPH
    END-IF

    *> Conta repetida ou par encadeado contra os pares anteriores
    PERFORM VARYING WS-MAP-J FROM 1 BY 1 UNTIL WS-MAP-J >= WS-MAP-I
       IF WS-MAP-OLD-ID (WS-MAP-J) = WS-OLD-ID
          MOVE "Conta antiga repetida no lote" TO WS-MAP-REASON (WS-MAP-I)
       END-IF
       IF WS-MAP-OLD-ID (WS-MAP-J) = WS-NEW-ID
          OR WS-MAP-NEW-ID (WS-MAP-J) = WS-OLD-ID
          MOVE "Par encadeado com outro par do lote"
            TO WS-MAP-REASON (WS-MAP-I)
       END-IF
    END-PERFORM
    IF WS-MAP-REASON (WS-MAP-I) NOT = SPACES
       PERFORM REJECT-MAPPING
       EXIT PARAGRAPH
    END-IF

    MOVE WS-OLD-ID TO WS-AC-ACCOUNT-ID
    MOVE "R" TO WS-AC-OP-CODE
    PERFORM CALL-ACCOUNTS-IO
    IF WS-AC-RETURN-STATUS NOT = FS-OK
       MOVE "Conta antiga inexistente" TO WS-MAP-REASON (WS-MAP-I)
       PERFORM REJECT-MAPPING
       EXIT PARAGRAPH
    END-IF
    MOVE WS-AC-PARENT-ID    TO WS-MAP-OLD-PARENT (WS-MAP-I)
    MOVE WS-AC-ACCOUNT-NAME TO WS-MAP-OLD-NAME (WS-MAP-I)
    MOVE WS-AC-ACCOUNT-TYPE TO WS-MAP-OLD-TYPE (WS-MAP-I)
    MOVE WS-AC-CURRENCY     TO WS-MAP-OLD-CCY (WS-MAP-I)
    MOVE WS-AC-OPENED-DATE  TO WS-MAP-OLD-OPENED (WS-MAP-I)
    MOVE WS-AC-STATUS       TO WS-MAP-OLD-STATUS (WS-MAP-I)

    MOVE WS-NEW-ID TO WS-AC-ACCOUNT-ID
    MOVE "R" TO WS-AC-OP-CODE
    PERFORM CALL-ACCOUNTS-IO
    IF WS-AC-RETURN-STATUS = FS-OK
       MOVE "M" TO WS-MAP-MODE (WS-MAP-I)
       EVALUATE TRUE
          WHEN WS-AC-STATUS NOT = "A"
             MOVE "Conta nova (fusao) inativa"
               TO WS-MAP-REASON (WS-MAP-I)
          WHEN WS-AC-ACCOUNT-TYPE NOT = WS-MAP-OLD-TYPE (WS-MAP-I)
             MOVE "Fusao entre contas de tipos diferentes"
               TO WS-MAP-REASON (WS-MAP-I)
          WHEN WS-AC-CURRENCY NOT = WS-MAP-OLD-CCY (WS-MAP-I)
             MOVE "Fusao entre contas de moedas diferentes"
               TO WS-MAP-REASON (WS-MAP-I)
       END-EVALUATE
    ELSE
       MOVE "R" TO WS-MAP-MODE (WS-MAP-I)
    END-IF
    IF WS-MAP-REASON (WS-MAP-I) NOT = SPACES
       PERFORM REJECT-MAPPING
       EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-SEALED-HISTORY
    IF WS-SEALED-HITS > 0 AND NOT RESEAL-IS-AUTHORIZED
       MOVE "Historico em periodo lacrado (sem relacre)"
         TO WS-MAP-REASON (WS-MAP-I)
       PERFORM REJECT-MAPPING
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-ACCEPTED-COUNT
    .

REJECT-MAPPING.
    MOVE "X" TO WS-MAP-STATE (WS-MAP-I)
    ADD 1 TO WS-REJECTED-COUNT
    MOVE "E" TO WS-BL-SEVERITY
    MOVE "RN0010" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING WS-MAP-OLD-ID (WS-MAP-I) ">" WS-MAP-NEW-ID (WS-MAP-I)
           " " WS-MAP-REASON (WS-MAP-I)
           DELIMITED BY SIZE INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    .

CHECK-SEALED-HISTORY.
    *> Conta o historico das duas contas (a nova so importa na
    *> fusao, quando o saldo carregado muda os meses dela) em
    *> periodo fechado, nos dois livros; com relacre autorizado
    *> os periodos entram na lista de relacre
    MOVE 0 TO WS-SEALED-HITS
    PERFORM VARYING WS-BOOK-I FROM 1 BY 1 UNTIL WS-BOOK-I > 2
       PERFORM SELECT-LEDGER-BOOK
       MOVE WS-OLD-ID TO WS-SCAN-ID
       PERFORM SCAN-SEALED-PERIODS
       IF MAP-IS-MERGE (WS-MAP-I)
          MOVE WS-NEW-ID TO WS-SCAN-ID
          PERFORM SCAN-SEALED-PERIODS
       END-IF
    END-PERFORM
    .

SELECT-LEDGER-BOOK.
    IF WS-BOOK-I = 1
       MOVE "L" TO WS-BOOK-CODE
       MOVE WS-LOCAL-LEDGER-PATH TO WS-LEDGER-PATH
    ELSE
       MOVE "I" TO WS-BOOK-CODE
       MOVE WS-IFRS-LEDGER-PATH TO WS-LEDGER-PATH
    END-IF
    .

SCAN-SEALED-PERIODS.
    MOVE SPACES TO FS-LEDGER
    OPEN INPUT LEDGER-FILE
    IF FS-LEDGER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCAN-SWITCH
    MOVE WS-SCAN-ID TO LG-ACCOUNT-ID
    MOVE 0 TO LG-PERIOD
    START LEDGER-FILE KEY IS NOT LESS THAN LG-KEY
    IF FS-LEDGER NOT = FS-OK
       SET SCAN-IS-DONE TO TRUE
    END-IF

    PERFORM UNTIL SCAN-IS-DONE
       READ LEDGER-FILE NEXT RECORD
       IF FS-LEDGER NOT = FS-OK OR LG-ACCOUNT-ID NOT = WS-SCAN-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          PERFORM CHECK-ONE-PERIOD-SEALED
       END-IF
    END-PERFORM

    CLOSE LEDGER-FILE
    .

CHECK-ONE-PERIOD-SEALED.
    MOVE SPACE TO WS-PC-RECORD
    MOVE LG-PERIOD TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS NOT = FS-OK
       OR NOT PERIOD-IS-CLOSED OF WS-PC-RECORD
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-SEALED-HITS
    IF NOT RESEAL-IS-AUTHORIZED
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-SEALED-I FROM 1 BY 1
            UNTIL WS-SEALED-I > WS-SEALED-COUNT
               OR WS-SEALED-PERIOD (WS-SEALED-I) = LG-PERIOD
       CONTINUE
    END-PERFORM
    IF WS-SEALED-I > WS-SEALED-COUNT
       IF WS-SEALED-COUNT < 200
          ADD 1 TO WS-SEALED-COUNT
          MOVE LG-PERIOD TO WS-SEALED-PERIOD (WS-SEALED-COUNT)
       ELSE
          DISPLAY "*** Mais de 200 periodos lacrados tocados - "
                  LG-PERIOD " fica sem relacre. ***"
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-IF
    .

CALL-ACCOUNTS-IO.
    CALL "ACCOUNTS-IO" USING
         WS-AC-OP-CODE
         WS-AC-ACCOUNT-ID
         WS-AC-PARENT-ID
         WS-AC-ACCOUNT-NAME
         WS-AC-ACCOUNT-TYPE
         WS-AC-CURRENCY
         WS-AC-OPENED-DATE
         WS-AC-STATUS
         WS-AC-UPDATE-SEQ
         WS-AC-RETURN-STATUS
    .

*> ------------------------------------------------------------
*> Movimento de um par nos arquivos chaveados por conta
*> ------------------------------------------------------------
MOVE-ONE-ACCOUNT.
    MOVE WS-MAP-OLD-ID (WS-MAP-I) TO WS-OLD-ID
    MOVE WS-MAP-NEW-ID (WS-MAP-I) TO WS-NEW-ID

    IF MAP-IS-RENUMBER (WS-MAP-I)
       PERFORM CREATE-TARGET-ACCOUNT
       IF MAP-IS-REJECTED (WS-MAP-I)
          EXIT PARAGRAPH
       END-IF
    END-IF

    PERFORM VARYING WS-BOOK-I FROM 1 BY 1 UNTIL WS-BOOK-I > 2
       PERFORM SELECT-LEDGER-BOOK
       PERFORM MOVE-LEDGER-BOOK
    END-PERFORM
    PERFORM MOVE-FC-LEDGER
    PERFORM MOVE-DAILY-BAL
    PERFORM MOVE-BUDGET
    PERFORM MOVE-JRNL-XREF
    PERFORM MOVE-ACCOUNT-ATTRS
    PERFORM MOVE-RECON-STATUS

    DISPLAY "Par " WS-OLD-ID " -> " WS-NEW-ID
            " movido (LEDGER " WS-MAP-HITS (WS-MAP-I, WS-HIT-LEDGER)
            " / IFRS " WS-MAP-HITS (WS-MAP-I, WS-HIT-IFRS-LEDGER)
            " / XREF " WS-MAP-HITS (WS-MAP-I, WS-HIT-JRNL-XREF) ")"
    .

CREATE-TARGET-ACCOUNT.
    *> Renumeracao: a conta nova nasce com os dados da antiga; a
    *> mae renumerada no mesmo lote vira a mae nova
    MOVE 0 TO WS-HIT-FILE-I
    MOVE WS-MAP-OLD-PARENT (WS-MAP-I) TO WS-MAP-IN-ID
    PERFORM MAP-ACCOUNT-ID
    IF WS-MAP-HIT-I > 0
       MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO WS-AC-PARENT-ID
    ELSE
       MOVE WS-MAP-OLD-PARENT (WS-MAP-I) TO WS-AC-PARENT-ID
    END-IF

    MOVE WS-NEW-ID                   TO WS-AC-ACCOUNT-ID
    MOVE WS-MAP-OLD-NAME (WS-MAP-I)  TO WS-AC-ACCOUNT-NAME
    MOVE WS-MAP-OLD-TYPE (WS-MAP-I)  TO WS-AC-ACCOUNT-TYPE
    MOVE WS-MAP-OLD-CCY (WS-MAP-I)   TO WS-AC-CURRENCY
    MOVE WS-MAP-OLD-OPENED (WS-MAP-I) TO WS-AC-OPENED-DATE
    MOVE "A" TO WS-AC-STATUS
    MOVE "C" TO WS-AC-OP-CODE
    PERFORM CALL-ACCOUNTS-IO
    IF WS-AC-RETURN-STATUS NOT = FS-OK
       MOVE SPACES TO WS-MAP-REASON (WS-MAP-I)
       STRING "Criacao da conta nova falhou - STATUS "
              WS-AC-RETURN-STATUS
              DELIMITED BY SIZE INTO WS-MAP-REASON (WS-MAP-I)
       SUBTRACT 1 FROM WS-ACCEPTED-COUNT
       PERFORM REJECT-MAPPING
    END-IF
    .

MOVE-LEDGER-BOOK.
    *> Carrega os registros das duas contas na tabela de fusao,
    *> grava o resultado na conta nova e apaga os da antiga
    MOVE SPACES TO FS-LEDGER
    OPEN I-O LEDGER-FILE
    IF FS-LEDGER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-MG-COUNT
    MOVE "N" TO WS-MG-OVERFLOW-SW
    MOVE 1 TO WS-MG-SIDE-I
    MOVE WS-OLD-ID TO WS-SCAN-ID
    PERFORM LOAD-LEDGER-SIDE
    IF WS-MG-COUNT = 0
       CLOSE LEDGER-FILE
       EXIT PARAGRAPH
    END-IF
    MOVE 2 TO WS-MG-SIDE-I
    MOVE WS-NEW-ID TO WS-SCAN-ID
    PERFORM LOAD-LEDGER-SIDE

    IF MG-TABLE-OVERFLOW
       DISPLAY "*** " WS-FILE-NAME (WS-BOOK-I) " da conta " WS-OLD-ID
               " excede a tabela de fusao - livro NAO movido. ***"
       ADD 1 TO WS-WARNING-COUNT
       MOVE 8 TO WS-FINAL-RC
       CLOSE LEDGER-FILE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-MG-LAST-CCY
    MOVE 0 TO WS-MG-CARRY (1) WS-MG-CARRY (2)
    PERFORM VARYING WS-MG-I FROM 1 BY 1 UNTIL WS-MG-I > WS-MG-COUNT
       PERFORM COMPUTE-MERGED-ENTRY
       MOVE SPACE TO LG-RECORD
       MOVE WS-NEW-ID             TO LG-ACCOUNT-ID
       MOVE WS-MG-PERIOD (WS-MG-I) TO LG-PERIOD
       MOVE WS-MG-OUT-OPENING     TO LG-OPENING-CENTS
       MOVE WS-MG-OUT-DEBIT       TO LG-DEBIT-CENTS
       MOVE WS-MG-OUT-CREDIT      TO LG-CREDIT-CENTS
       MOVE WS-MG-OUT-CLOSING     TO LG-CLOSING-CENTS
       IF WS-MG-PRESENT (WS-MG-I, 2) = "Y"
          REWRITE LG-RECORD
       ELSE
          WRITE LG-RECORD
       END-IF
       IF WS-MG-OUT-CARRIED NOT = 0
          MOVE WS-BOOK-CODE          TO WS-TB-IN-BOOK
          MOVE WS-MG-PERIOD (WS-MG-I) TO WS-TB-IN-PERIOD
          PERFORM FIND-TB-ENTRY
          IF WS-TB-FOUND-I > 0
             ADD WS-MG-OUT-CARRIED TO WS-TB-CARRIED (WS-TB-FOUND-I)
          END-IF
       END-IF
       IF WS-MG-PRESENT (WS-MG-I, 1) = "Y"
          MOVE WS-OLD-ID             TO LG-ACCOUNT-ID
          MOVE WS-MG-PERIOD (WS-MG-I) TO LG-PERIOD
          DELETE LEDGER-FILE RECORD
          ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-BOOK-I)
          ADD 1 TO WS-RECORDS-MOVED
       END-IF
    END-PERFORM

    CLOSE LEDGER-FILE
    .

LOAD-LEDGER-SIDE.
    MOVE "N" TO WS-SCAN-SWITCH
    MOVE WS-SCAN-ID TO LG-ACCOUNT-ID
    MOVE 0 TO LG-PERIOD
    START LEDGER-FILE KEY IS NOT LESS THAN LG-KEY
    IF FS-LEDGER NOT = FS-OK
       SET SCAN-IS-DONE TO TRUE
    END-IF

    PERFORM UNTIL SCAN-IS-DONE
       READ LEDGER-FILE NEXT RECORD
       IF FS-LEDGER NOT = FS-OK OR LG-ACCOUNT-ID NOT = WS-SCAN-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE SPACES           TO WS-MG-IN-CCY
          MOVE LG-PERIOD        TO WS-MG-IN-PERIOD
          MOVE LG-OPENING-CENTS TO WS-MG-IN-OPENING
          MOVE LG-DEBIT-CENTS   TO WS-MG-IN-DEBIT
          MOVE LG-CREDIT-CENTS  TO WS-MG-IN-CREDIT
          MOVE LG-CLOSING-CENTS TO WS-MG-IN-CLOSING
          PERFORM ADD-MERGE-ENTRY
       END-IF
    END-PERFORM
    .

MOVE-FC-LEDGER.
    MOVE SPACES TO FS-FC-LEDGER
    OPEN I-O FC-LEDGER-FILE
    IF FS-FC-LEDGER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-MG-COUNT
    MOVE "N" TO WS-MG-OVERFLOW-SW
    MOVE 1 TO WS-MG-SIDE-I
    MOVE WS-OLD-ID TO WS-SCAN-ID
    PERFORM LOAD-FC-LEDGER-SIDE
    IF WS-MG-COUNT = 0
       CLOSE FC-LEDGER-FILE
       EXIT PARAGRAPH
    END-IF
    MOVE 2 TO WS-MG-SIDE-I
    MOVE WS-NEW-ID TO WS-SCAN-ID
    PERFORM LOAD-FC-LEDGER-SIDE

    IF MG-TABLE-OVERFLOW
       DISPLAY "*** FC-LEDGER da conta " WS-OLD-ID
               " excede a tabela de fusao - arquivo NAO movido. ***"
       ADD 1 TO WS-WARNING-COUNT
       MOVE 8 TO WS-FINAL-RC
       CLOSE FC-LEDGER-FILE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-MG-LAST-CCY
    MOVE 0 TO WS-MG-CARRY (1) WS-MG-CARRY (2)
    PERFORM VARYING WS-MG-I FROM 1 BY 1 UNTIL WS-MG-I > WS-MG-COUNT
       PERFORM COMPUTE-MERGED-ENTRY
       MOVE SPACE TO FC-RECORD
       MOVE WS-NEW-ID             TO FC-ACCOUNT-ID
       MOVE WS-MG-PERIOD (WS-MG-I) TO FC-PERIOD
       MOVE WS-MG-CCY (WS-MG-I)    TO FC-CURRENCY
       MOVE WS-MG-OUT-OPENING     TO FC-OPENING-CENTS
       MOVE WS-MG-OUT-DEBIT       TO FC-DEBIT-CENTS
       MOVE WS-MG-OUT-CREDIT      TO FC-CREDIT-CENTS
       MOVE WS-MG-OUT-CLOSING     TO FC-CLOSING-CENTS
       IF WS-MG-PRESENT (WS-MG-I, 2) = "Y"
          REWRITE FC-RECORD
       ELSE
          WRITE FC-RECORD
       END-IF
       IF WS-MG-PRESENT (WS-MG-I, 1) = "Y"
          MOVE WS-OLD-ID TO FC-ACCOUNT-ID
          DELETE FC-LEDGER-FILE RECORD
          ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-HIT-FC-LEDGER)
          ADD 1 TO WS-RECORDS-MOVED
       END-IF
    END-PERFORM

    CLOSE FC-LEDGER-FILE
    .

LOAD-FC-LEDGER-SIDE.
    MOVE "N" TO WS-SCAN-SWITCH
    MOVE WS-SCAN-ID TO FC-ACCOUNT-ID
    MOVE 0 TO FC-PERIOD
    MOVE SPACES TO FC-CURRENCY
    START FC-LEDGER-FILE KEY IS NOT LESS THAN FC-KEY
    IF FS-FC-LEDGER NOT = FS-OK
       SET SCAN-IS-DONE TO TRUE
    END-IF

    PERFORM UNTIL SCAN-IS-DONE
       READ FC-LEDGER-FILE NEXT RECORD
       IF FS-FC-LEDGER NOT = FS-OK OR FC-ACCOUNT-ID NOT = WS-SCAN-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE FC-CURRENCY      TO WS-MG-IN-CCY
          MOVE FC-PERIOD        TO WS-MG-IN-PERIOD
          MOVE FC-OPENING-CENTS TO WS-MG-IN-OPENING
          MOVE FC-DEBIT-CENTS   TO WS-MG-IN-DEBIT
          MOVE FC-CREDIT-CENTS  TO WS-MG-IN-CREDIT
          MOVE FC-CLOSING-CENTS TO WS-MG-IN-CLOSING
          PERFORM ADD-MERGE-ENTRY
       END-IF
    END-PERFORM
    .

ADD-MERGE-ENTRY.
    *> Tabela mantida em ordem de moeda + periodo (insercao)
    MOVE 0 TO WS-MG-FOUND-I
    PERFORM VARYING WS-MG-I FROM 1 BY 1
            UNTIL WS-MG-I > WS-MG-COUNT OR WS-MG-FOUND-I > 0
       IF WS-MG-KEY (WS-MG-I) NOT < WS-MG-IN-KEY
          MOVE WS-MG-I TO WS-MG-FOUND-I
       END-IF
    END-PERFORM

    IF WS-MG-FOUND-I = 0
       OR WS-MG-KEY (WS-MG-FOUND-I) NOT = WS-MG-IN-KEY
       IF WS-MG-COUNT >= 1200
          SET MG-TABLE-OVERFLOW TO TRUE
          EXIT PARAGRAPH
       END-IF
       IF WS-MG-FOUND-I = 0
          COMPUTE WS-MG-FOUND-I = WS-MG-COUNT + 1
       ELSE
          PERFORM VARYING WS-MG-J FROM WS-MG-COUNT BY -1
                  UNTIL WS-MG-J < WS-MG-FOUND-I
             MOVE WS-MG-ENTRY (WS-MG-J) TO WS-MG-ENTRY (WS-MG-J + 1)
          END-PERFORM
       END-IF
       ADD 1 TO WS-MG-COUNT
       INITIALIZE WS-MG-ENTRY (WS-MG-FOUND-I)
       MOVE "N" TO WS-MG-PRESENT (WS-MG-FOUND-I, 1)
       MOVE "N" TO WS-MG-PRESENT (WS-MG-FOUND-I, 2)
       MOVE WS-MG-IN-KEY TO WS-MG-KEY (WS-MG-FOUND-I)
    END-IF

    MOVE "Y"              TO WS-MG-PRESENT (WS-MG-FOUND-I, WS-MG-SIDE-I)
    MOVE WS-MG-IN-OPENING TO WS-MG-OPENING (WS-MG-FOUND-I, WS-MG-SIDE-I)
    MOVE WS-MG-IN-DEBIT   TO WS-MG-DEBIT   (WS-MG-FOUND-I, WS-MG-SIDE-I)
    MOVE WS-MG-IN-CREDIT  TO WS-MG-CREDIT  (WS-MG-FOUND-I, WS-MG-SIDE-I)
    MOVE WS-MG-IN-CLOSING TO WS-MG-CLOSING (WS-MG-FOUND-I, WS-MG-SIDE-I)
    .

COMPUTE-MERGED-ENTRY.
    *> Soma os dois lados do periodo WS-MG-I; o lado sem registro
    *> no periodo entra com o ultimo fechamento dele (na mesma
    *> moeda) como abertura e fechamento - e o que fica em
    *> WS-MG-OUT-CARRIED para a prova do balancete
    IF WS-MG-CCY (WS-MG-I) NOT = WS-MG-LAST-CCY
       MOVE WS-MG-CCY (WS-MG-I) TO WS-MG-LAST-CCY
       MOVE 0 TO WS-MG-CARRY (1) WS-MG-CARRY (2)
    END-IF

    MOVE 0 TO WS-MG-OUT-OPENING WS-MG-OUT-DEBIT WS-MG-OUT-CREDIT
              WS-MG-OUT-CLOSING WS-MG-OUT-CARRIED
    PERFORM VARYING WS-MG-SIDE-I FROM 1 BY 1 UNTIL WS-MG-SIDE-I > 2
       IF WS-MG-PRESENT (WS-MG-I, WS-MG-SIDE-I) = "Y"
          ADD WS-MG-OPENING (WS-MG-I, WS-MG-SIDE-I) TO WS-MG-OUT-OPENING
          ADD WS-MG-DEBIT   (WS-MG-I, WS-MG-SIDE-I) TO WS-MG-OUT-DEBIT
          ADD WS-MG-CREDIT  (WS-MG-I, WS-MG-SIDE-I) TO WS-MG-OUT-CREDIT
          ADD WS-MG-CLOSING (WS-MG-I, WS-MG-SIDE-I) TO WS-MG-OUT-CLOSING
          MOVE WS-MG-CLOSING (WS-MG-I, WS-MG-SIDE-I)
            TO WS-MG-CARRY (WS-MG-SIDE-I)
       ELSE
          ADD WS-MG-CARRY (WS-MG-SIDE-I) TO WS-MG-OUT-OPENING
          ADD WS-MG-CARRY (WS-MG-SIDE-I) TO WS-MG-OUT-CLOSING
          ADD WS-MG-CARRY (WS-MG-SIDE-I) TO WS-MG-OUT-CARRIED
       END-IF
    END-PERFORM
    .

MOVE-DAILY-BAL.
    MOVE SPACES TO FS-DAILY-BAL
    OPEN I-O DAILY-BAL-FILE
    IF FS-DAILY-BAL NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    *> Recomeca a leitura a cada registro movido: o registro
    *> antigo e apagado, entao o START cai sempre no proximo
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       MOVE WS-OLD-ID TO DB-ACCOUNT-ID OF DB-RECORD
       MOVE 0 TO DB-DATE OF DB-RECORD
       START DAILY-BAL-FILE KEY IS NOT LESS THAN DB-KEY OF DB-RECORD
       IF FS-DAILY-BAL = FS-OK
          READ DAILY-BAL-FILE NEXT RECORD
       END-IF
       IF FS-DAILY-BAL NOT = FS-OK OR DB-ACCOUNT-ID OF DB-RECORD NOT = WS-OLD-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE DB-RECORD TO WS-DB-SAVE
          MOVE WS-NEW-ID TO DB-ACCOUNT-ID OF DB-RECORD
          READ DAILY-BAL-FILE
          IF FS-DAILY-BAL = FS-OK
             ADD DB-MOVEMENT-CENTS OF WS-DB-SAVE TO DB-MOVEMENT-CENTS
                                                 OF DB-RECORD
             REWRITE DB-RECORD
          ELSE
             MOVE WS-DB-SAVE TO DB-RECORD
             MOVE WS-NEW-ID TO DB-ACCOUNT-ID OF DB-RECORD
             WRITE DB-RECORD
          END-IF
          MOVE WS-DB-SAVE TO DB-RECORD
          DELETE DAILY-BAL-FILE RECORD
          ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-HIT-DAILY-BAL)
          ADD 1 TO WS-RECORDS-MOVED
       END-IF
    END-PERFORM

    CLOSE DAILY-BAL-FILE
    .

MOVE-BUDGET.
    MOVE SPACES TO FS-BUDGET
    OPEN I-O BUDGET-FILE
    IF FS-BUDGET NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       MOVE WS-OLD-ID TO BG-ACCOUNT-ID OF BG-RECORD
       MOVE 0 TO BG-PERIOD OF BG-RECORD
       START BUDGET-FILE KEY IS NOT LESS THAN BG-KEY OF BG-RECORD
       IF FS-BUDGET = FS-OK
          READ BUDGET-FILE NEXT RECORD
       END-IF
       IF FS-BUDGET NOT = FS-OK OR BG-ACCOUNT-ID OF BG-RECORD NOT = WS-OLD-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          *> Na fusao o orcamento soma; a severidade do controle
          *> que vale e a que a conta nova ja tinha
          MOVE BG-RECORD TO WS-BG-SAVE
          MOVE WS-NEW-ID TO BG-ACCOUNT-ID OF BG-RECORD
          READ BUDGET-FILE
          IF FS-BUDGET = FS-OK
             ADD BG-AMOUNT-CENTS OF WS-BG-SAVE TO BG-AMOUNT-CENTS
                                               OF BG-RECORD
             REWRITE BG-RECORD
          ELSE
             MOVE WS-BG-SAVE TO BG-RECORD
             MOVE WS-NEW-ID TO BG-ACCOUNT-ID OF BG-RECORD
             WRITE BG-RECORD
          END-IF
          MOVE WS-BG-SAVE TO BG-RECORD
          DELETE BUDGET-FILE RECORD
          ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-HIT-BUDGET)
          ADD 1 TO WS-RECORDS-MOVED
       END-IF
    END-PERFORM

    CLOSE BUDGET-FILE
    .

MOVE-JRNL-XREF.
    MOVE SPACES TO FS-JRNL-XREF
    OPEN I-O JRNL-XREF-FILE
    IF FS-JRNL-XREF NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       MOVE WS-OLD-ID TO XR-ACCOUNT-ID OF XR-RECORD
       MOVE 0 TO XR-DATE OF XR-RECORD XR-TXN-ID OF XR-RECORD XR-LINE-NO OF XR-RECORD
       START JRNL-XREF-FILE KEY IS NOT LESS THAN XR-KEY OF XR-RECORD
       IF FS-JRNL-XREF = FS-OK
          READ JRNL-XREF-FILE NEXT RECORD
       END-IF
       IF FS-JRNL-XREF NOT = FS-OK OR XR-ACCOUNT-ID OF XR-RECORD NOT = WS-OLD-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          *> Um registro por linha de lancamento: a chave nova
          *> nao colide (a linha tem uma conta so)
          MOVE XR-RECORD TO WS-XR-SAVE
          MOVE WS-NEW-ID TO XR-ACCOUNT-ID OF XR-RECORD
          WRITE XR-RECORD
          MOVE WS-XR-SAVE TO XR-RECORD
          DELETE JRNL-XREF-FILE RECORD
          ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-HIT-JRNL-XREF)
          ADD 1 TO WS-RECORDS-MOVED
       END-IF
    END-PERFORM

    CLOSE JRNL-XREF-FILE
    .

MOVE-ACCOUNT-ATTRS.
    MOVE SPACES TO FS-ACCOUNT-ATTRS
    OPEN I-O ACCOUNT-ATTRS-FILE
    IF FS-ACCOUNT-ATTRS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE WS-OLD-ID TO AT-ACCOUNT-ID OF AT-RECORD
    READ ACCOUNT-ATTRS-FILE
    IF FS-ACCOUNT-ATTRS = FS-OK
       *> Na fusao ficam as marcacoes que a conta nova ja tinha
       MOVE AT-RECORD TO WS-AT-SAVE
       MOVE WS-NEW-ID TO AT-ACCOUNT-ID OF AT-RECORD
       READ ACCOUNT-ATTRS-FILE
       IF FS-ACCOUNT-ATTRS NOT = FS-OK
          MOVE WS-AT-SAVE TO AT-RECORD
          MOVE WS-NEW-ID TO AT-ACCOUNT-ID OF AT-RECORD
          WRITE AT-RECORD
       END-IF
       MOVE WS-OLD-ID TO AT-ACCOUNT-ID OF AT-RECORD
       DELETE ACCOUNT-ATTRS-FILE RECORD
       ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-HIT-ACCOUNT-ATTRS)
       ADD 1 TO WS-RECORDS-MOVED
    END-IF

    CLOSE ACCOUNT-ATTRS-FILE
    .

MOVE-RECON-STATUS.
    MOVE SPACES TO FS-RECON-STATUS
    OPEN I-O RECON-STATUS-FILE
    IF FS-RECON-STATUS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       MOVE WS-OLD-ID TO RS-ACCOUNT-ID OF RS-RECORD
       MOVE 0 TO RS-PERIOD OF RS-RECORD
       START RECON-STATUS-FILE KEY IS NOT LESS THAN RS-KEY OF RS-RECORD
       IF FS-RECON-STATUS = FS-OK
          READ RECON-STATUS-FILE NEXT RECORD
       END-IF
       IF FS-RECON-STATUS NOT = FS-OK OR RS-ACCOUNT-ID OF RS-RECORD NOT = WS-OLD-ID
          SET SCAN-IS-DONE TO TRUE
       ELSE
          *> Na fusao prevalece a assinatura que a conta nova ja
          *> tinha no periodo
          MOVE RS-RECORD TO WS-RS-SAVE
          MOVE WS-NEW-ID TO RS-ACCOUNT-ID OF RS-RECORD
          READ RECON-STATUS-FILE
          IF FS-RECON-STATUS NOT = FS-OK
             MOVE WS-RS-SAVE TO RS-RECORD
             MOVE WS-NEW-ID TO RS-ACCOUNT-ID OF RS-RECORD
             WRITE RS-RECORD
          END-IF
          MOVE WS-RS-SAVE TO RS-RECORD
          DELETE RECON-STATUS-FILE RECORD
          ADD 1 TO WS-MAP-HITS (WS-MAP-I, WS-HIT-RECON-STATUS)
          ADD 1 TO WS-RECORDS-MOVED
       END-IF
    END-PERFORM

    CLOSE RECON-STATUS-FILE
    .

*> ------------------------------------------------------------
*> Arquivos com conta fora da chave (uma varredura por arquivo,
*> traduzindo cada campo de conta pela tabela de pares)
*> ------------------------------------------------------------
MAP-ACCOUNT-ID.
    *> Devolve em WS-MAP-HIT-I o par aceito cuja conta antiga e
    *> WS-MAP-IN-ID (0 = conta fora do lote) e conta o acerto no
    *> arquivo WS-HIT-FILE-I (0 = nao conta)
    MOVE 0 TO WS-MAP-HIT-I
    IF WS-MAP-IN-ID = 0
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-MAP-J FROM 1 BY 1
            UNTIL WS-MAP-J > WS-MAP-COUNT OR WS-MAP-HIT-I > 0
       IF MAP-IS-ACCEPTED (WS-MAP-J)
          AND WS-MAP-OLD-ID (WS-MAP-J) = WS-MAP-IN-ID
          MOVE WS-MAP-J TO WS-MAP-HIT-I
       END-IF
    END-PERFORM
    IF WS-MAP-HIT-I > 0 AND WS-HIT-FILE-I > 0
       ADD 1 TO WS-MAP-HITS (WS-MAP-HIT-I, WS-HIT-FILE-I)
       ADD 1 TO WS-RECORDS-MOVED
       SET RECORD-WAS-CHANGED TO TRUE
    END-IF
    .

REMAP-JOURNAL.
    MOVE SPACES TO FS-JOURNAL
    OPEN I-O JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-JOURNAL TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE JR-ALT-ACCOUNT-ID TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO JR-ALT-ACCOUNT-ID
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE JR-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE
    .

REMAP-JOURNAL-LINES.
    MOVE SPACES TO FS-JOURNAL-LINES
    OPEN I-O JOURNAL-LINES-FILE
    IF FS-JOURNAL-LINES NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-JOURNAL-LINES TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ JOURNAL-LINES-FILE NEXT RECORD
       IF FS-JOURNAL-LINES NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE JL-LINE-ACCOUNT-ID TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO JL-LINE-ACCOUNT-ID
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE JL-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE JOURNAL-LINES-FILE
    .

REMAP-VENDORS.
    MOVE SPACES TO FS-MASTER
    OPEN I-O VENDORS-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-VENDORS TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ VENDORS-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE VD-EXPENSE-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO VD-EXPENSE-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE VD-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE VENDORS-FILE
    .

REMAP-CUSTOMERS.
    MOVE SPACES TO FS-MASTER
    OPEN I-O CUSTOMERS-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-CUSTOMERS TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ CUSTOMERS-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE CU-REVENUE-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO CU-REVENUE-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE CU-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE CUSTOMERS-FILE
    .

REMAP-TAX-CODES.
    MOVE SPACES TO FS-MASTER
    OPEN I-O TAX-CODES-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-TAX-CODES TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ TAX-CODES-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE TX-PAYABLE-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO TX-PAYABLE-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE TX-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE TAX-CODES-FILE
    .

REMAP-FIXED-ASSETS.
    MOVE SPACES TO FS-MASTER
    OPEN I-O FIXED-ASSETS-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-FIXED-ASSETS TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ FIXED-ASSETS-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE FA-ASSET-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO FA-ASSET-ACCT
          END-IF
          MOVE FA-ACCUM-DEPR-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO FA-ACCUM-DEPR-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE FA-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE FIXED-ASSETS-FILE
    .

REMAP-LOANS.
    MOVE SPACES TO FS-MASTER
    OPEN I-O LOANS-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-LOANS TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ LOANS-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE LN-ST-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO LN-ST-ACCT
          END-IF
          MOVE LN-LT-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO LN-LT-ACCT
          END-IF
          MOVE LN-INT-EXPENSE-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO LN-INT-EXPENSE-ACCT
          END-IF
          MOVE LN-CASH-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO LN-CASH-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE LN-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE LOANS-FILE
    .

REMAP-INV-ITEMS.
    MOVE SPACES TO FS-MASTER
    OPEN I-O INV-ITEMS-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-INV-ITEMS TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ INV-ITEMS-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE IT-INV-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO IT-INV-ACCT
          END-IF
          MOVE IT-COGS-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO IT-COGS-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE IT-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE INV-ITEMS-FILE
    .

REMAP-PAYROLL-MAP.
    MOVE SPACES TO FS-MASTER
    OPEN I-O PAYROLL-MAP-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-PAYROLL-MAP TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ PAYROLL-MAP-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE PM-DEBIT-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO PM-DEBIT-ACCT
          END-IF
          MOVE PM-CREDIT-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO PM-CREDIT-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE PM-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE PAYROLL-MAP-FILE
    .

REMAP-ALLOC-RULES.
    MOVE SPACES TO FS-MASTER
    OPEN I-O ALLOC-RULES-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-ALLOC-RULES TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ ALLOC-RULES-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE AL-SOURCE-ACCOUNT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO AL-SOURCE-ACCOUNT
          END-IF
          PERFORM VARYING WS-AL-I FROM 1 BY 1 UNTIL WS-AL-I > 10
             MOVE AL-TGT-ACCOUNT (WS-AL-I) TO WS-MAP-IN-ID
             PERFORM MAP-ACCOUNT-ID
             IF WS-MAP-HIT-I > 0
                MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I)
                  TO AL-TGT-ACCOUNT (WS-AL-I)
             END-IF
          END-PERFORM
          IF RECORD-WAS-CHANGED
             REWRITE AL-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE ALLOC-RULES-FILE
    .

REMAP-STMT-RULES.
    MOVE SPACES TO FS-MASTER
    OPEN I-O STMT-RULES-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HIT-STMT-RULES TO WS-HIT-FILE-I
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ STMT-RULES-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          MOVE "N" TO WS-CHANGED-SWITCH
          MOVE SR-CONTRA-ACCT TO WS-MAP-IN-ID
          PERFORM MAP-ACCOUNT-ID
          IF WS-MAP-HIT-I > 0
             MOVE WS-MAP-NEW-ID (WS-MAP-HIT-I) TO SR-CONTRA-ACCT
          END-IF
          IF RECORD-WAS-CHANGED
             REWRITE SR-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE STMT-RULES-FILE
    .

CHECK-CAPTION-RANGES.
    *> Rubrica e faixa de contas: nao se regrava sozinha - so
    *> avisa a que pegava a conta antiga e deixa a nova de fora
    MOVE SPACES TO FS-MASTER
    OPEN INPUT STMT-CAPTIONS-FILE
    IF FS-MASTER NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ STMT-CAPTIONS-FILE NEXT RECORD
       IF FS-MASTER NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          PERFORM VARYING WS-MAP-I FROM 1 BY 1
                  UNTIL WS-MAP-I > WS-MAP-COUNT
             IF MAP-IS-ACCEPTED (WS-MAP-I)
                PERFORM CHECK-ONE-CAPTION
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    CLOSE STMT-CAPTIONS-FILE
    .

CHECK-ONE-CAPTION.
    MOVE "N" TO WS-CAPTION-OLD-SW WS-CAPTION-NEW-SW
    IF WS-MAP-OLD-ID (WS-MAP-I) >= SC-RANGE-FROM
       AND WS-MAP-OLD-ID (WS-MAP-I) <= SC-RANGE-TO
       MOVE "Y" TO WS-CAPTION-OLD-SW
    END-IF
    IF WS-MAP-NEW-ID (WS-MAP-I) >= SC-RANGE-FROM
       AND WS-MAP-NEW-ID (WS-MAP-I) <= SC-RANGE-TO
       MOVE "Y" TO WS-CAPTION-NEW-SW
    END-IF
    IF WS-CAPTION-OLD-SW = "Y" AND WS-CAPTION-NEW-SW = "N"
       ADD 1 TO WS-WARNING-COUNT
       DISPLAY "*** Aviso: rubrica " SC-STATEMENT "/" SC-ORDER " "
               SC-CAPTION " pegava a conta " WS-MAP-OLD-ID (WS-MAP-I)
               " e nao pega a " WS-MAP-NEW-ID (WS-MAP-I)
               " - revisar a faixa no AUX-MENU. ***"
    END-IF
    .

*> ------------------------------------------------------------
*> Plano de contas: filhas reapontadas e conta antiga inativada
*> ------------------------------------------------------------
REPARENT-CHILD-ACCOUNTS.
    *> Coleta as filhas na varredura e so depois atualiza, com o
    *> browse do ACCOUNTS-IO ja encerrado
    MOVE 0 TO WS-CHILD-COUNT
    MOVE 0 TO WS-HIT-FILE-I
    MOVE "L" TO WS-AC-OP-CODE
    PERFORM CALL-ACCOUNTS-IO
    PERFORM UNTIL WS-AC-RETURN-STATUS NOT = FS-OK
       MOVE WS-AC-PARENT-ID TO WS-MAP-IN-ID
       PERFORM MAP-ACCOUNT-ID
       IF WS-MAP-HIT-I > 0
          IF WS-CHILD-COUNT < 500
             ADD 1 TO WS-CHILD-COUNT
             MOVE WS-AC-ACCOUNT-ID TO WS-CHILD-ID (WS-CHILD-COUNT)
             MOVE WS-MAP-HIT-I     TO WS-CHILD-MAP-I (WS-CHILD-COUNT)
          ELSE
             DISPLAY "*** Mais de 500 contas filhas - conta "
                     WS-AC-ACCOUNT-ID " fica com a mae antiga. ***"
             ADD 1 TO WS-WARNING-COUNT
          END-IF
       END-IF
       MOVE "N" TO WS-AC-OP-CODE
       PERFORM CALL-ACCOUNTS-IO
    END-PERFORM

    PERFORM VARYING WS-CHILD-I FROM 1 BY 1
            UNTIL WS-CHILD-I > WS-CHILD-COUNT
       MOVE WS-CHILD-ID (WS-CHILD-I) TO WS-AC-ACCOUNT-ID
       MOVE "R" TO WS-AC-OP-CODE
       PERFORM CALL-ACCOUNTS-IO
       IF WS-AC-RETURN-STATUS = FS-OK
          MOVE WS-MAP-NEW-ID (WS-CHILD-MAP-I (WS-CHILD-I))
            TO WS-AC-PARENT-ID
          MOVE "U" TO WS-AC-OP-CODE
          PERFORM CALL-ACCOUNTS-IO
       END-IF
       IF WS-AC-RETURN-STATUS = FS-OK
          ADD 1 TO WS-MAP-HITS (WS-CHILD-MAP-I (WS-CHILD-I),
                                WS-HIT-ACCOUNTS)
       ELSE
          DISPLAY "*** Conta filha " WS-CHILD-ID (WS-CHILD-I)
                  " nao reapontada - STATUS: " WS-AC-RETURN-STATUS
          ADD 1 TO WS-WARNING-COUNT
       END-IF
    END-PERFORM
    .

INACTIVATE-OLD-ACCOUNT.
    MOVE WS-MAP-OLD-ID (WS-MAP-I) TO WS-AC-ACCOUNT-ID
    MOVE "R" TO WS-AC-OP-CODE
    PERFORM CALL-ACCOUNTS-IO
    IF WS-AC-RETURN-STATUS NOT = FS-OK OR WS-AC-STATUS = "I"
       EXIT PARAGRAPH
    END-IF
    MOVE "I" TO WS-AC-STATUS
    MOVE "U" TO WS-AC-OP-CODE
    PERFORM CALL-ACCOUNTS-IO
    IF WS-AC-RETURN-STATUS NOT = FS-OK
       DISPLAY "*** Conta antiga " WS-MAP-OLD-ID (WS-MAP-I)
               " nao inativada - STATUS: " WS-AC-RETURN-STATUS
       ADD 1 TO WS-WARNING-COUNT
    END-IF
    .

*> ------------------------------------------------------------
*> Trilha ACCOUNTS-AUDIT: uma linha por arquivo movido na conta
*> antiga, e a linha de origem na conta nova
*> ------------------------------------------------------------
WRITE-RENUMBER-AUDIT.
    MOVE SPACES TO FS-AUDIT
    OPEN I-O ACCOUNTS-AUDIT-FILE
    IF FS-AUDIT = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT ACCOUNTS-AUDIT-FILE
       CLOSE ACCOUNTS-AUDIT-FILE
       MOVE SPACES TO FS-AUDIT
       OPEN I-O ACCOUNTS-AUDIT-FILE
    END-IF
    IF FS-AUDIT NOT = FS-OK
       DISPLAY "*** Erro ao abrir ACCOUNTS-AUDIT. STATUS: " FS-AUDIT
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-MAP-I FROM 1 BY 1 UNTIL WS-MAP-I > WS-MAP-COUNT
       IF MAP-IS-ACCEPTED (WS-MAP-I)
          PERFORM WRITE-PAIR-AUDIT
       END-IF
    END-PERFORM

    CLOSE ACCOUNTS-AUDIT-FILE
    .

WRITE-PAIR-AUDIT.
    MOVE WS-MAP-OLD-ID (WS-MAP-I) TO WS-AUDIT-ACCOUNT-ID
    PERFORM FIND-NEXT-AUDIT-SEQ
    PERFORM VARYING WS-FILE-I FROM 1 BY 1
            UNTIL WS-FILE-I > WS-FILE-COUNT
       IF WS-MAP-HITS (WS-MAP-I, WS-FILE-I) > 0
          MOVE SPACES TO AA-FIELD-NAME AA-OLD-VALUE
          STRING "RENUM " WS-FILE-NAME (WS-FILE-I)
                 DELIMITED BY SIZE INTO AA-FIELD-NAME
          MOVE WS-MAP-OLD-ID (WS-MAP-I) TO AA-OLD-VALUE
          MOVE WS-MAP-NEW-ID (WS-MAP-I) TO WS-AN-NEW-ID
          MOVE WS-MAP-HITS (WS-MAP-I, WS-FILE-I) TO WS-AN-COUNT
          MOVE WS-AUDIT-NEW-VALUE TO AA-NEW-VALUE
          PERFORM WRITE-ONE-AUDIT-LINE
       END-IF
    END-PERFORM

    MOVE WS-MAP-NEW-ID (WS-MAP-I) TO WS-AUDIT-ACCOUNT-ID
    PERFORM FIND-NEXT-AUDIT-SEQ
    MOVE "RENUM ORIGEM" TO AA-FIELD-NAME
    MOVE WS-MAP-OLD-ID (WS-MAP-I) TO AA-OLD-VALUE
    MOVE WS-MAP-NEW-ID (WS-MAP-I) TO WS-AO-NEW-ID
    IF MAP-IS-MERGE (WS-MAP-I)
       MOVE "FUSAO" TO WS-AO-MODE
    ELSE
       MOVE "RENUMERACAO" TO WS-AO-MODE
    END-IF
    MOVE WS-AUDIT-ORIGIN-VALUE TO AA-NEW-VALUE
    PERFORM WRITE-ONE-AUDIT-LINE
    .

FIND-NEXT-AUDIT-SEQ.
    *> Mesmo calculo do ACCOUNTS-IO: ultimo AA-SEQ da conta + 1
    MOVE 0 TO WS-AUDIT-LAST-SEQ
    MOVE WS-AUDIT-ACCOUNT-ID TO AA-ACCOUNT-ID
    MOVE 1 TO AA-SEQ

    MOVE "N" TO WS-AUDIT-SCAN-SWITCH
    START ACCOUNTS-AUDIT-FILE KEY IS NOT LESS THAN AA-KEY
    IF FS-AUDIT NOT = FS-OK
       MOVE "Y" TO WS-AUDIT-SCAN-SWITCH
    END-IF

    PERFORM UNTIL AUDIT-SCAN-IS-DONE
       READ ACCOUNTS-AUDIT-FILE NEXT RECORD
       IF FS-AUDIT NOT = FS-OK
          OR AA-ACCOUNT-ID NOT = WS-AUDIT-ACCOUNT-ID
          MOVE "Y" TO WS-AUDIT-SCAN-SWITCH
       ELSE
          MOVE AA-SEQ TO WS-AUDIT-LAST-SEQ
       END-IF
    END-PERFORM

    COMPUTE WS-AUDIT-NEXT-SEQ = WS-AUDIT-LAST-SEQ + 1
    .

WRITE-ONE-AUDIT-LINE.
    MOVE WS-AUDIT-ACCOUNT-ID TO AA-ACCOUNT-ID
    MOVE WS-AUDIT-NEXT-SEQ   TO AA-SEQ
    ACCEPT AA-CHANGED-DATE FROM DATE YYYYMMDD
    ACCEPT AA-CHANGED-TIME FROM TIME
    WRITE AA-RECORD
    IF FS-AUDIT = FS-OK
       ADD 1 TO WS-AUDIT-LINES
    END-IF
    ADD 1 TO WS-AUDIT-NEXT-SEQ
    .

*> ------------------------------------------------------------
*> Prova do balancete (antes x depois) e relacre
*> ------------------------------------------------------------
TAKE-TRIAL-BALANCE.
    PERFORM VARYING WS-BOOK-I FROM 1 BY 1 UNTIL WS-BOOK-I > 2
       PERFORM SELECT-LEDGER-BOOK
       MOVE SPACES TO FS-LEDGER
       OPEN INPUT LEDGER-FILE
       IF FS-LEDGER = FS-OK
          MOVE "N" TO WS-SCAN-SWITCH
          PERFORM UNTIL SCAN-IS-DONE
             READ LEDGER-FILE NEXT RECORD
             IF FS-LEDGER NOT = FS-OK
                SET SCAN-IS-DONE TO TRUE
             ELSE
                PERFORM ADD-TRIAL-BALANCE-RECORD
             END-IF
          END-PERFORM
          CLOSE LEDGER-FILE
       END-IF
    END-PERFORM
    .

ADD-TRIAL-BALANCE-RECORD.
    MOVE WS-BOOK-CODE TO WS-TB-IN-BOOK
    MOVE LG-PERIOD    TO WS-TB-IN-PERIOD
    PERFORM FIND-TB-ENTRY
    IF WS-TB-FOUND-I = 0
       EXIT PARAGRAPH
    END-IF
    ADD LG-DEBIT-CENTS   TO WS-TB-DEBIT   (WS-TB-FOUND-I, WS-TB-PHASE-I)
    ADD LG-CREDIT-CENTS  TO WS-TB-CREDIT  (WS-TB-FOUND-I, WS-TB-PHASE-I)
    ADD LG-CLOSING-CENTS TO WS-TB-CLOSING (WS-TB-FOUND-I, WS-TB-PHASE-I)
    .

FIND-TB-ENTRY.
    *> Localiza (ou inclui) livro + periodo; 0 = tabela cheia
    MOVE 0 TO WS-TB-FOUND-I
    PERFORM VARYING WS-TB-I FROM 1 BY 1
            UNTIL WS-TB-I > WS-TB-COUNT OR WS-TB-FOUND-I > 0
       IF WS-TB-BOOK (WS-TB-I) = WS-TB-IN-BOOK
          AND WS-TB-PERIOD (WS-TB-I) = WS-TB-IN-PERIOD
          MOVE WS-TB-I TO WS-TB-FOUND-I
       END-IF
    END-PERFORM
    IF WS-TB-FOUND-I > 0
       EXIT PARAGRAPH
    END-IF
    IF WS-TB-COUNT >= 1200
       SET TB-TABLE-OVERFLOW TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TB-COUNT
    MOVE WS-TB-COUNT TO WS-TB-FOUND-I
    INITIALIZE WS-TB-ENTRY (WS-TB-FOUND-I)
    MOVE WS-TB-IN-BOOK   TO WS-TB-BOOK (WS-TB-FOUND-I)
    MOVE WS-TB-IN-PERIOD TO WS-TB-PERIOD (WS-TB-FOUND-I)
    .

PROVE-TRIAL-BALANCE.
    DISPLAY " "
    DISPLAY "--- Prova do balancete (antes x depois) ---"
    IF TB-TABLE-OVERFLOW
       DISPLAY "*** Mais de 1200 livro/periodos - prova incompleta. ***"
       MOVE "N" TO WS-PROOF-SWITCH
    END-IF

    PERFORM VARYING WS-TB-I FROM 1 BY 1 UNTIL WS-TB-I > WS-TB-COUNT
       COMPUTE WS-TB-EXPECTED = WS-TB-CLOSING (WS-TB-I, 1)
                              + WS-TB-CARRIED (WS-TB-I)
       IF WS-TB-DEBIT (WS-TB-I, 1) NOT = WS-TB-DEBIT (WS-TB-I, 2)
          OR WS-TB-CREDIT (WS-TB-I, 1) NOT = WS-TB-CREDIT (WS-TB-I, 2)
          OR WS-TB-EXPECTED NOT = WS-TB-CLOSING (WS-TB-I, 2)
          MOVE "N" TO WS-PROOF-SWITCH
          ADD 1 TO WS-TB-DIFF-COUNT
          COMPUTE WS-EDIT-AMOUNT = WS-TB-EXPECTED / 100
          COMPUTE WS-EDIT-AMOUNT-2 = WS-TB-CLOSING (WS-TB-I, 2) / 100
          DISPLAY "*** Livro " WS-TB-BOOK (WS-TB-I) " periodo "
                  WS-TB-PERIOD (WS-TB-I) " DIVERGE - saldo esperado "
                  WS-EDIT-AMOUNT " obtido " WS-EDIT-AMOUNT-2
       END-IF
       IF WS-TB-CARRIED (WS-TB-I) NOT = 0
          COMPUTE WS-EDIT-AMOUNT = WS-TB-CARRIED (WS-TB-I) / 100
          DISPLAY "    Livro " WS-TB-BOOK (WS-TB-I) " periodo "
                  WS-TB-PERIOD (WS-TB-I)
                  " saldo carregado pela fusao: " WS-EDIT-AMOUNT
       END-IF
    END-PERFORM

    DISPLAY "Livro/periodos provados: " WS-TB-COUNT
            " / divergentes: " WS-TB-DIFF-COUNT
    IF PROOF-IS-OK
       DISPLAY "Debitos, creditos e saldos INALTERADOS."
    ELSE
       DISPLAY "*** BALANCETE ALTERADO PELA RENUMERACAO ***"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "RN0020" TO WS-BL-MSG-CODE
       MOVE "PROVA DO BALANCETE FALHOU APOS RENUMERACAO"
         TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
    END-IF
    .

RESEAL-TOUCHED-PERIODS.
    PERFORM VARYING WS-SEALED-I FROM 1 BY 1
            UNTIL WS-SEALED-I > WS-SEALED-COUNT
       MOVE WS-SEALED-PERIOD (WS-SEALED-I) TO WS-PS-PERIOD
       MOVE "S" TO WS-PS-OP-CODE
       CALL "PERIOD-SEAL" USING
            WS-PS-OP-CODE
            WS-PS-PERIOD
            WS-PS-RETURN-STATUS
       IF WS-PS-RETURN-STATUS = FS-OK
          DISPLAY "Periodo " WS-PS-PERIOD " relacrado."
          MOVE "W" TO WS-BL-SEVERITY
          MOVE "RN0030" TO WS-BL-MSG-CODE
          MOVE SPACES TO WS-BL-TEXT
          STRING "PERIODO " WS-PS-PERIOD
                 " RELACRADO APOS RENUMERACAO DE CONTAS"
                 DELIMITED BY SIZE INTO WS-BL-TEXT
          PERFORM WRITE-BATCH-LOG
       ELSE
          DISPLAY "*** Falha ao relacrar o periodo " WS-PS-PERIOD
                  " - STATUS: " WS-PS-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .

PRINT-MAPPING-RESULT.
    DISPLAY " "
    DISPLAY "--- Pares do lote ---"
    PERFORM VARYING WS-MAP-I FROM 1 BY 1 UNTIL WS-MAP-I > WS-MAP-COUNT
       IF MAP-IS-ACCEPTED (WS-MAP-I)
          IF MAP-IS-MERGE (WS-MAP-I)
             DISPLAY WS-MAP-OLD-ID (WS-MAP-I) " -> "
                     WS-MAP-NEW-ID (WS-MAP-I) "  FUSAO"
          ELSE
             DISPLAY WS-MAP-OLD-ID (WS-MAP-I) " -> "
                     WS-MAP-NEW-ID (WS-MAP-I) "  RENUMERACAO"
          END-IF
       ELSE
          DISPLAY WS-MAP-OLD-ID (WS-MAP-I) " -> "
                  WS-MAP-NEW-ID (WS-MAP-I) "  RECUSADO: "
                  WS-MAP-REASON (WS-MAP-I)
       END-IF
    END-PERFORM
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
    MOVE "REGMOV" TO BS-ST-TAG (1)
    MOVE WS-RECORDS-MOVED TO BS-ST-VALUE (1)
    MOVE "PARES" TO BS-ST-TAG (2)
    MOVE WS-ACCEPTED-COUNT TO BS-ST-VALUE (2)
    MOVE "RECUS" TO BS-ST-TAG (3)
    MOVE WS-REJECTED-COUNT TO BS-ST-VALUE (3)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "RN0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
