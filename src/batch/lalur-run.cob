>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lalur-run.cob
*> Objetivo:
*>   - Apuracao do IRPJ e da CSLL pelo lucro real (LALUR/LACS)
*>     para o periodo AAAAMM do SYSIN. Trimestral: roda nos
*>     meses 03/06/09/12 sobre o trimestre que termina ali;
*>     anual (parametro LALUR-ANNUAL = 1): roda so em dezembro
*>     sobre o ano. Nos demais meses nao ha apuracao (RC 0), o
*>     que deixa o step rodar todo mes no fechamento.
*>   - Lucro antes do IRPJ/CSLL = receitas menos despesas (contas
*>     'R'/'D') movimentadas no LEDGER no periodo de apuracao,
*>     sem as proprias contas de despesa de IRPJ e CSLL; o 13o
*>     periodo entra quando a apuracao pega dezembro, e o
*>     lancamento de encerramento do YEAR-CLOSE, se ja efetivado,
*>     e desconsiderado (senao o resultado de dezembro sumiria).
*>   - Ajustes da tabela LALUR-ADJ (ativos): adicoes e exclusoes
*>     por tributo, tiradas das contas ligadas ou do valor manual
*>     da apuracao. Compensacao de prejuizo fiscal (IRPJ) e de
*>     base negativa (CSLL) limitada a 30% do lucro ajustado;
*>     prejuizo da apuracao vai para a Parte B.
*>   - IRPJ 15% + adicional de 10% sobre o que passar de
*>     R$ 20.000,00 por mes da apuracao; CSLL a aliquota do
*>     parametro LALUR-CSLL-PCT (default 9%).
*>   - Parte B (LALUR-PARTB): saldo inicial = saldo final da
*>     apuracao anterior; constituicao e realizacao das
*>     diferencas temporarias (ajustes marcados na LALUR-ADJ) e
*>     do prejuizo/base negativa; grava o saldo final desta
*>     apuracao (reexecutar regrava o mesmo registro).
*>   - Provisao via JOURNAL-IO (D despesa / C a recolher, contas
*>     LALUR-IRPJ-EXP/-PAY-ACCT e LALUR-CSLL-EXP/-PAY-ACCT do
*>     SYS-PARAMS, sem elas nada e apurado): lanca a diferenca
*>     entre o apurado e o que as contas de despesa ja tem no
*>     periodo de apuracao, entao reexecutar depois de um ajuste
*>     lanca so o complemento (ou o estorno parcial). IDs na
*>     faixa de impostos (TXN-SEQ-IO 'B', faixa 'T') somando
*>     1000000000 + apuracao*100 + sequencia; se um lancamento
*>     anterior da apuracao ainda nao foi efetivado pelo
*>     POST-LEDGER, nada e lancado (a diferenca nao seria
*>     confiavel). Periodo fechado: apura e imprime, nao lanca.
*>   - Saidas: demonstracao no spool LALUR (RPT-SPOOL) e o
*>     arquivo "data/ecf-lalur-AAAAMM.txt" com os registros do
*>     bloco M (M010, M030, M300/M310, M350/M360, M500) e do
*>     bloco N (N030, N630, N670) no layout pipe-delimitado da
*>     ECF.
*>   - RC 0 ok, RC 4 provisao nao lancada (periodo fechado) ou
*>     realizacao de Parte B acima do saldo, RC 8 parametros
*>     ausentes, lancamento pendente de efetivacao ou recusado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LALUR-RUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ECF-FILE ASSIGN TO WS-ECF-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-ECF.

DATA DIVISION.
FILE SECTION.

FD  ECF-FILE.
01  ECF-LINE PIC X(250).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-ECF               PIC XX.
01 WS-ECF-PATH          PIC X(40).
01 WS-ECF-M-COUNT       PIC 9(6) VALUE 0.
01 WS-ECF-N-COUNT       PIC 9(6) VALUE 0.

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "LALURRUN".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Spool da demonstracao (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "LALUR".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Bases das faixas reservadas de JR-TXN-ID (TXN-SEQ-IO 'B')
01 WS-TAX-ID-BASE       PIC 9(12).
01 WS-YEARCLOSE-ID-BASE PIC 9(12).
01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-TARGET-PERIOD-X REDEFINES WS-TARGET-PERIOD.
   05 WS-TARGET-YEAR    PIC 9(4).
   05 WS-TARGET-MONTH   PIC 9(2).
01 WS-START-PERIOD      PIC 9(6).
01 WS-ADJ-PERIOD        PIC 9(6).
01 WS-MONTHS            PIC 9(2).
01 WS-APUR-LABEL        PIC X(3).
01 WS-START-DATE        PIC 9(8).
01 WS-END-DATE          PIC 9(8).
01 WS-START-DDMMAAAA    PIC X(8).
01 WS-END-DDMMAAAA      PIC X(8).
01 WS-LAST-DAY          PIC 9(2).
01 WS-PERIOD-END-DATE   PIC 9(8).
01 WS-TODAY             PIC 9(8).
01 WS-FINAL-RC          PIC 9(2) VALUE 0.

01 WS-ANNUAL-SWITCH     PIC X VALUE "N".
   88 REGIME-IS-ANNUAL        VALUE "Y".
01 WS-PERIOD-CLOSED-SW  PIC X VALUE "N".
   88 TARGET-PERIOD-CLOSED    VALUE "Y".

01 WS-IRPJ-EXP-ACCT     PIC 9(10) VALUE 0.
01 WS-IRPJ-PAY-ACCT     PIC 9(10) VALUE 0.
01 WS-CSLL-EXP-ACCT     PIC 9(10) VALUE 0.
01 WS-CSLL-PAY-ACCT     PIC 9(10) VALUE 0.
01 WS-CSLL-PCT          PIC 9(5) VALUE 900.

*> Aliquotas do IRPJ e limite mensal do adicional (centavos)
78 WS-IRPJ-PCT                VALUE 1500.
78 WS-SURTAX-PCT              VALUE 1000.
78 WS-SURTAX-MONTHLY-LIMIT    VALUE 2000000.
78 WS-OFFSET-LIMIT-PCT        VALUE 30.

01 WS-PC-OP-CODE        PIC X.
01 WS-PC-RETURN-STATUS  PIC XX.
COPY "period-ctl.cpy".

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "LALURRUN".
01 WS-SP-RETURN-STATUS  PIC XX.

*> Empresa selecionada (COMPANY-CTL 'R') e seu cadastro
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-PATH           PIC X(64).
01 WS-CO-RETURN-STATUS  PIC XX.

01 WS-CMP-OP-CODE       PIC X.
COPY "companies.cpy" REPLACING ==CO-RECORD== BY ==WS-CMP-RECORD==.
01 WS-CMP-RETURN-STATUS PIC XX.

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

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

01 WS-LA-OP-CODE        PIC X.
COPY "lalur-adj.cpy" REPLACING ==LA-RECORD== BY ==WS-LA-RECORD==.
01 WS-LA-RETURN-STATUS  PIC XX.

01 WS-LB-OP-CODE        PIC X.
COPY "lalur-partb.cpy" REPLACING ==LB-RECORD== BY ==WS-LB-RECORD==.
01 WS-LB-RETURN-STATUS  PIC XX.

*> Plano de contas com a movimentacao (debito - credito) do
*> periodo de apuracao
01 WS-ACT-TABLE.
   05 WS-ACT-ENTRY OCCURS 3000 TIMES.
      10 WS-ACT-ID          PIC 9(10).
      10 WS-ACT-TYPE        PIC X(1).
      10 WS-ACT-MOVE        PIC S9(18).
01 WS-ACT-COUNT         PIC 9(4) VALUE 0.
01 WS-ACT-I             PIC 9(4).
01 WS-ACT-IDX           PIC 9(4) VALUE 0.
01 WS-ACT-WORK-ID       PIC 9(10).
01 WS-ACT-OVERFLOW      PIC 9(6) VALUE 0.
01 WS-WORK-MOVE         PIC S9(18).

*> Ajustes aplicados na apuracao
01 WS-ADJ-TABLE.
   05 WS-ADJ-ENTRY OCCURS 200 TIMES.
      10 WS-ADJ-CODE        PIC X(6).
      10 WS-ADJ-DESC        PIC X(40).
      10 WS-ADJ-TYPE        PIC X(1).
      10 WS-ADJ-SCOPE       PIC X(1).
      10 WS-ADJ-SOURCE      PIC X(1).
      10 WS-ADJ-PARTB       PIC X(1).
      10 WS-ADJ-AMOUNT      PIC 9(15).
      10 WS-ADJ-NEG-SW      PIC X(1).
      10 WS-ADJ-ACCOUNT     PIC 9(10) OCCURS 5 TIMES.
      10 WS-ADJ-ACCT-MOVE   PIC S9(18) OCCURS 5 TIMES.
01 WS-ADJ-COUNT         PIC 9(3) VALUE 0.
01 WS-ADJ-I             PIC 9(3).
01 WS-ADJ-ACCT-I        PIC 9(1).
01 WS-ADJ-SUM           PIC S9(18).

*> Contas da Parte B: saldo inicial, constituicao e realizacao
01 WS-PB-TABLE.
   05 WS-PB-ENTRY OCCURS 200 TIMES.
      10 WS-PB-CODE         PIC X(6).
      10 WS-PB-TAX          PIC X(1).
      10 WS-PB-DESC         PIC X(40).
      10 WS-PB-OPENING      PIC 9(15).
      10 WS-PB-ADDITIONS    PIC 9(15).
      10 WS-PB-REDUCTIONS   PIC 9(15).
      10 WS-PB-CLOSING      PIC 9(15).
01 WS-PB-COUNT          PIC 9(3) VALUE 0.
01 WS-PB-I              PIC 9(3).
01 WS-PB-IDX            PIC 9(3).
01 WS-PB-WORK-CODE      PIC X(6).
01 WS-PB-WORK-TAX       PIC X(1).
01 WS-PB-WORK-DESC      PIC X(40).
01 WS-PB-SHORTFALLS     PIC 9(3) VALUE 0.
01 WS-PB-AVAILABLE      PIC 9(15).

*> Apuracao
01 WS-BOOK-RESULT       PIC S9(18) VALUE 0.
01 WS-IRPJ-BOOKED       PIC S9(18) VALUE 0.
01 WS-CSLL-BOOKED       PIC S9(18) VALUE 0.
01 WS-IRPJ-ADDITIONS    PIC 9(18) VALUE 0.
01 WS-IRPJ-EXCLUSIONS   PIC 9(18) VALUE 0.
01 WS-CSLL-ADDITIONS    PIC 9(18) VALUE 0.
01 WS-CSLL-EXCLUSIONS   PIC 9(18) VALUE 0.
01 WS-IRPJ-ADJUSTED     PIC S9(18).
01 WS-CSLL-ADJUSTED     PIC S9(18).
01 WS-IRPJ-OFFSET       PIC 9(18) VALUE 0.
01 WS-CSLL-OFFSET       PIC 9(18) VALUE 0.
01 WS-IRPJ-TAXABLE      PIC 9(18) VALUE 0.
01 WS-CSLL-TAXABLE      PIC 9(18) VALUE 0.
01 WS-IRPJ-BASIC        PIC 9(18) VALUE 0.
01 WS-SURTAX-LIMIT      PIC 9(18) VALUE 0.
01 WS-IRPJ-SURTAX       PIC 9(18) VALUE 0.
01 WS-IRPJ-DUE          PIC 9(18) VALUE 0.
01 WS-CSLL-DUE          PIC 9(18) VALUE 0.
01 WS-IRPJ-DELTA        PIC S9(18) VALUE 0.
01 WS-CSLL-DELTA        PIC S9(18) VALUE 0.
01 WS-OFFSET-LIMIT      PIC 9(18).
01 WS-LOSS-AMOUNT       PIC 9(18).

*> Tributo em calculo (compartilha a compensacao IRPJ/CSLL)
01 WS-CUR-TAX           PIC X(1).
01 WS-CUR-ADJUSTED      PIC S9(18).
01 WS-CUR-OFFSET        PIC 9(18).
01 WS-CUR-TAXABLE       PIC 9(18).

*> Lancamento da provisao
01 WS-ENTRY-STATUS      PIC X(2) VALUE SPACES.
01 WS-ENTRY-SEQ         PIC 9(3).
01 WS-ENTRY-TXN-ID      PIC 9(12) VALUE 0.
01 WS-ENTRY-BLOCKED-SW  PIC X VALUE "N".
   88 PRIOR-ENTRY-UNPOSTED    VALUE "Y".
01 WS-LINE-I            PIC 9(3).
01 WS-LINE-AMOUNT       PIC 9(15).

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "LALURRUN".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> Edicao de valores
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-VALUE        PIC 9(14).99.
01 WS-EDIT-VALUE-2      PIC 9(14).99.
01 WS-EDIT-VALUE-3      PIC 9(14).99.
01 WS-EDIT-VALUE-4      PIC 9(14).99.
01 WS-SIGN-IND          PIC X(1).
01 WS-SIGN-IND-2        PIC X(1).
01 WS-SIGNED-WORK       PIC S9(18).
01 WS-ABS-AMOUNT        PIC 9(18).
01 WS-REL-IND           PIC X(1).
01 WS-ECF-REGISTER      PIC X(4).
01 WS-ECF-CHILD         PIC X(4).
01 WS-TEXT-40           PIC X(40).
01 WS-PCT-EDIT          PIC ZZ9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== LALUR-RUN - Apuracao do IRPJ e da CSLL (lucro real) ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "LR0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    DISPLAY "Periodo (AAAAMM, ultimo mes da apuracao): "
            WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    IF WS-TARGET-PERIOD NOT NUMERIC
       OR WS-TARGET-MONTH < 1 OR WS-TARGET-MONTH > 12
       DISPLAY "*** Periodo invalido: " WS-TARGET-PERIOD " ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM LOAD-PARAMETERS
    IF WS-IRPJ-EXP-ACCT = 0 OR WS-IRPJ-PAY-ACCT = 0
       OR WS-CSLL-EXP-ACCT = 0 OR WS-CSLL-PAY-ACCT = 0
       DISPLAY "*** Parametros LALUR-IRPJ-EXP-ACCT/-PAY-ACCT e "
               "LALUR-CSLL-EXP-ACCT/-PAY-ACCT nao cadastrados no "
               "SYS-PARAMS - nada apurado. ***"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "LR0008" TO WS-BL-MSG-CODE
       MOVE "CONTAS DO IRPJ/CSLL NAO PARAMETRIZADAS" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    *> So ha apuracao no fim do trimestre (ou do ano, no anual)
    IF (REGIME-IS-ANNUAL AND WS-TARGET-MONTH NOT = 12)
       OR (NOT REGIME-IS-ANNUAL
           AND WS-TARGET-MONTH NOT = 3 AND WS-TARGET-MONTH NOT = 6
           AND WS-TARGET-MONTH NOT = 9 AND WS-TARGET-MONTH NOT = 12)
       DISPLAY "Periodo " WS-TARGET-PERIOD " nao encerra apuracao "
               "do lucro real - nada a apurar."
       MOVE "I" TO WS-BL-SEVERITY
       MOVE "LR0009" TO WS-BL-MSG-CODE
       MOVE "MES SEM APURACAO DO LUCRO REAL" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 0 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM SET-APURACAO-WINDOW

    MOVE "B" TO WS-SQ-OP-CODE
    MOVE "T" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    MOVE WS-SQ-TXN-ID TO WS-TAX-ID-BASE
    MOVE "Y" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    MOVE WS-SQ-TXN-ID TO WS-YEARCLOSE-ID-BASE

    *> A provisao cai no ultimo mes: fechado = so demonstracao
    MOVE WS-TARGET-PERIOD TO PC-PERIOD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OR PERIOD-IS-SOFTCLOSED)
       SET TARGET-PERIOD-CLOSED TO TRUE
    END-IF

    PERFORM READ-TAXPAYER-COMPANY
    PERFORM LOAD-ACCOUNTS
    PERFORM ACCUMULATE-LEDGER
    IF WS-TARGET-MONTH = 12
       PERFORM REMOVE-YEAR-CLOSE-ENTRY
    END-IF
    PERFORM COMPUTE-BOOK-RESULT

    PERFORM LOAD-PARTB-OPENINGS
    PERFORM APPLY-ADJUSTMENTS

    *> IRPJ (LALUR)
    MOVE "I" TO WS-CUR-TAX
    COMPUTE WS-IRPJ-ADJUSTED = WS-BOOK-RESULT
          + WS-IRPJ-ADDITIONS - WS-IRPJ-EXCLUSIONS
    MOVE WS-IRPJ-ADJUSTED TO WS-CUR-ADJUSTED
    PERFORM COMPUTE-LOSS-OFFSET
    MOVE WS-CUR-OFFSET TO WS-IRPJ-OFFSET
    MOVE WS-CUR-TAXABLE TO WS-IRPJ-TAXABLE

    COMPUTE WS-IRPJ-BASIC ROUNDED =
            WS-IRPJ-TAXABLE * WS-IRPJ-PCT / 10000
    COMPUTE WS-SURTAX-LIMIT = WS-SURTAX-MONTHLY-LIMIT * WS-MONTHS
    IF WS-IRPJ-TAXABLE > WS-SURTAX-LIMIT
       COMPUTE WS-IRPJ-SURTAX ROUNDED =
               (WS-IRPJ-TAXABLE - WS-SURTAX-LIMIT)
             * WS-SURTAX-PCT / 10000
    END-IF
    COMPUTE WS-IRPJ-DUE = WS-IRPJ-BASIC + WS-IRPJ-SURTAX

    *> CSLL (LACS)
    MOVE "C" TO WS-CUR-TAX
    COMPUTE WS-CSLL-ADJUSTED = WS-BOOK-RESULT
          + WS-CSLL-ADDITIONS - WS-CSLL-EXCLUSIONS
    MOVE WS-CSLL-ADJUSTED TO WS-CUR-ADJUSTED
    PERFORM COMPUTE-LOSS-OFFSET
    MOVE WS-CUR-OFFSET TO WS-CSLL-OFFSET
    MOVE WS-CUR-TAXABLE TO WS-CSLL-TAXABLE
    COMPUTE WS-CSLL-DUE ROUNDED =
            WS-CSLL-TAXABLE * WS-CSLL-PCT / 10000

    PERFORM CLOSE-PARTB-BALANCES
    PERFORM WRITE-PARTB-RECORDS

    COMPUTE WS-IRPJ-DELTA = WS-IRPJ-DUE - WS-IRPJ-BOOKED
    COMPUTE WS-CSLL-DELTA = WS-CSLL-DUE - WS-CSLL-BOOKED
    IF WS-IRPJ-DELTA NOT = 0 OR WS-CSLL-DELTA NOT = 0
       IF TARGET-PERIOD-CLOSED
          MOVE "PF" TO WS-ENTRY-STATUS
          IF WS-FINAL-RC < 4
             MOVE 4 TO WS-FINAL-RC
          END-IF
       ELSE
          PERFORM WRITE-PROVISION-ENTRY
       END-IF
    END-IF

    PERFORM WRITE-ECF-FILE
    PERFORM PRINT-DEMONSTRATION

    IF (WS-PB-SHORTFALLS > 0 OR WS-ACT-OVERFLOW > 0)
       AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "LR0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "APURACAO " DELIMITED BY SIZE
           WS-APUR-LABEL DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           " AJUSTES " DELIMITED BY SIZE
           WS-ADJ-COUNT DELIMITED BY SIZE
           " LANCTO " DELIMITED BY SIZE
           WS-ENTRY-STATUS DELIMITED BY SIZE
           " RC " DELIMITED BY SIZE
           WS-FINAL-RC DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY " "
    DISPLAY "Arquivo ECF gerado: " WS-ECF-PATH
    DISPLAY "Ajustes aplicados...........: " WS-ADJ-COUNT
    DISPLAY "Contas da Parte B...........: " WS-PB-COUNT
    DISPLAY "IRPJ apurado (centavos).....: " WS-IRPJ-DUE
    DISPLAY "CSLL apurada (centavos).....: " WS-CSLL-DUE
    DISPLAY "LALUR-RUN - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

READ-PARAM.
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    .

LOAD-PARAMETERS.
    MOVE SPACE TO WS-SP-RECORD
    MOVE "LALUR-IRPJ-EXP-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-IRPJ-EXP-ACCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "LALUR-IRPJ-PAY-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-IRPJ-PAY-ACCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "LALUR-CSLL-EXP-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-CSLL-EXP-ACCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "LALUR-CSLL-PAY-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-CSLL-PAY-ACCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "LALUR-CSLL-PCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       AND SP-VALUE OF WS-SP-RECORD > 0
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-CSLL-PCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "LALUR-ANNUAL" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       AND SP-VALUE OF WS-SP-RECORD = 1
       SET REGIME-IS-ANNUAL TO TRUE
    END-IF
    .

SET-APURACAO-WINDOW.
    *> Meses da apuracao, rotulo da ECF (A00 / T01-T04) e datas
    IF REGIME-IS-ANNUAL
       COMPUTE WS-START-PERIOD = (WS-TARGET-YEAR * 100) + 1
       MOVE 12 TO WS-MONTHS
       MOVE "A00" TO WS-APUR-LABEL
    ELSE
       COMPUTE WS-START-PERIOD = WS-TARGET-PERIOD - 2
       MOVE 3 TO WS-MONTHS
       MOVE "T0" TO WS-APUR-LABEL (1:2)
       EVALUATE WS-TARGET-MONTH
          WHEN 3  MOVE "1" TO WS-APUR-LABEL (3:1)
          WHEN 6  MOVE "2" TO WS-APUR-LABEL (3:1)
          WHEN 9  MOVE "3" TO WS-APUR-LABEL (3:1)
          WHEN OTHER MOVE "4" TO WS-APUR-LABEL (3:1)
       END-EVALUATE
    END-IF
    COMPUTE WS-ADJ-PERIOD = (WS-TARGET-YEAR * 100) + 13

    EVALUATE WS-TARGET-MONTH
       WHEN 6
       WHEN 9
          MOVE 30 TO WS-LAST-DAY
       WHEN OTHER
          MOVE 31 TO WS-LAST-DAY
    END-EVALUATE
    COMPUTE WS-START-DATE = (WS-START-PERIOD * 100) + 1
    COMPUTE WS-END-DATE = (WS-TARGET-PERIOD * 100) + WS-LAST-DAY
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    STRING WS-START-DATE (7:2) DELIMITED BY SIZE
           WS-START-DATE (5:2) DELIMITED BY SIZE
           WS-START-DATE (1:4) DELIMITED BY SIZE
      INTO WS-START-DDMMAAAA
    STRING WS-END-DATE (7:2) DELIMITED BY SIZE
           WS-END-DATE (5:2) DELIMITED BY SIZE
           WS-END-DATE (1:4) DELIMITED BY SIZE
      INTO WS-END-DDMMAAAA
    .

READ-TAXPAYER-COMPANY.
    MOVE "R" TO WS-CO-OP-CODE
    MOVE SPACES TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-CO-PATH
         WS-CO-RETURN-STATUS

    MOVE SPACE TO WS-CMP-RECORD
    MOVE WS-CO-COMPANY-ID TO CO-COMPANY-ID OF WS-CMP-RECORD
    MOVE "R" TO WS-CMP-OP-CODE
    CALL "COMPANIES-IO" USING
         WS-CMP-OP-CODE
         WS-CMP-RECORD
         WS-CMP-RETURN-STATUS
    IF WS-CMP-RETURN-STATUS NOT = "00"
       MOVE SPACES TO CO-NAME OF WS-CMP-RECORD
       MOVE SPACES TO CO-CNPJ OF WS-CMP-RECORD
    END-IF
    .

*> ============================================================
*>   Resultado contabil do periodo de apuracao
*> ============================================================
LOAD-ACCOUNTS.
    MOVE "L" TO WS-AC-OP-CODE
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

    PERFORM UNTIL WS-AC-RETURN-STATUS NOT = "00"
       IF WS-ACT-COUNT < 3000
          ADD 1 TO WS-ACT-COUNT
          MOVE WS-AC-ACCOUNT-ID TO WS-ACT-ID (WS-ACT-COUNT)
          MOVE WS-AC-ACCOUNT-TYPE TO WS-ACT-TYPE (WS-ACT-COUNT)
          MOVE 0 TO WS-ACT-MOVE (WS-ACT-COUNT)
       ELSE
          ADD 1 TO WS-ACT-OVERFLOW
       END-IF
       MOVE "N" TO WS-AC-OP-CODE
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
    END-PERFORM
    IF WS-ACT-OVERFLOW > 0
       DISPLAY "*** Mais de 3000 contas no plano - " WS-ACT-OVERFLOW
               " conta(s) fora da apuracao. ***"
    END-IF
    .

ACCUMULATE-LEDGER.
    *> Movimentacao (D - C) de cada conta nos meses da apuracao,
    *> mais o 13o periodo quando a apuracao pega dezembro
    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS

    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       IF (LG-PERIOD OF WS-LG-RECORD NOT < WS-START-PERIOD
           AND LG-PERIOD OF WS-LG-RECORD NOT > WS-TARGET-PERIOD)
          OR (WS-TARGET-MONTH = 12
           AND LG-PERIOD OF WS-LG-RECORD = WS-ADJ-PERIOD)
          MOVE LG-ACCOUNT-ID OF WS-LG-RECORD TO WS-ACT-WORK-ID
          PERFORM FIND-ACCOUNT-SLOT
          IF WS-ACT-IDX NOT = 0
             COMPUTE WS-ACT-MOVE (WS-ACT-IDX) = WS-ACT-MOVE (WS-ACT-IDX)
                   + LG-DEBIT-CENTS OF WS-LG-RECORD
                   - LG-CREDIT-CENTS OF WS-LG-RECORD
          END-IF
       END-IF
       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-IO" USING WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM
    .

FIND-ACCOUNT-SLOT.
    *> Posiciona WS-ACT-IDX na conta WS-ACT-WORK-ID (0 = fora do
    *> plano). O LEDGER vem em ordem de conta: confere primeiro a
    *> ultima achada.
    IF WS-ACT-IDX NOT = 0
       IF WS-ACT-ID (WS-ACT-IDX) = WS-ACT-WORK-ID
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE 0 TO WS-ACT-IDX
    PERFORM VARYING WS-ACT-I FROM 1 BY 1
            UNTIL WS-ACT-I > WS-ACT-COUNT OR WS-ACT-IDX NOT = 0
       IF WS-ACT-ID (WS-ACT-I) = WS-ACT-WORK-ID
          MOVE WS-ACT-I TO WS-ACT-IDX
       END-IF
    END-PERFORM
    .

REMOVE-YEAR-CLOSE-ENTRY.
    *> O encerramento do YEAR-CLOSE zera receitas e despesas em
    *> dezembro; se ja efetivado, desfaz o efeito dele aqui
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    COMPUTE JR-TXN-ID = WS-YEARCLOSE-ID-BASE + WS-TARGET-YEAR
    PERFORM READ-JOURNAL-ENTRY
    IF WS-JR-RETURN-STATUS NOT = "00"
       OR JR-POSTED-FLAG NOT = "Y"
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Encerramento do exercicio " WS-TARGET-YEAR
            " ja efetivado - desconsiderado na apuracao."
    PERFORM VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 200
       IF JR-LINE-NO (WS-LINE-I) IS NUMERIC
          AND JR-LINE-NO (WS-LINE-I) > 0
          MOVE JR-LINE-ACCOUNT-ID (WS-LINE-I) TO WS-ACT-WORK-ID
          PERFORM FIND-ACCOUNT-SLOT
          IF WS-ACT-IDX NOT = 0
             IF JR-LINE-DC (WS-LINE-I) = "D"
                SUBTRACT JR-LINE-AMOUNT-CENTS (WS-LINE-I)
                    FROM WS-ACT-MOVE (WS-ACT-IDX)
             ELSE
                ADD JR-LINE-AMOUNT-CENTS (WS-LINE-I)
                  TO WS-ACT-MOVE (WS-ACT-IDX)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .

COMPUTE-BOOK-RESULT.
    *> Lucro antes do IRPJ/CSLL = creditos - debitos das contas de
    *> resultado, fora as despesas dos dois tributos
    PERFORM VARYING WS-ACT-I FROM 1 BY 1
            UNTIL WS-ACT-I > WS-ACT-COUNT
       EVALUATE TRUE
          WHEN WS-ACT-ID (WS-ACT-I) = WS-IRPJ-EXP-ACCT
             ADD WS-ACT-MOVE (WS-ACT-I) TO WS-IRPJ-BOOKED
          WHEN WS-ACT-ID (WS-ACT-I) = WS-CSLL-EXP-ACCT
             ADD WS-ACT-MOVE (WS-ACT-I) TO WS-CSLL-BOOKED
          WHEN WS-ACT-TYPE (WS-ACT-I) = "R"
            OR WS-ACT-TYPE (WS-ACT-I) = "D"
             SUBTRACT WS-ACT-MOVE (WS-ACT-I) FROM WS-BOOK-RESULT
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-PERFORM
    .

*> ============================================================
*>   Parte B e ajustes
*> ============================================================
LOAD-PARTB-OPENINGS.
    *> Saldo inicial = saldo final do registro mais recente antes
    *> desta apuracao (a varredura vem em ordem de apuracao)
    MOVE SPACE TO WS-LB-RECORD
    MOVE "B" TO WS-LB-OP-CODE
    CALL "LALUR-PARTB-IO" USING
         WS-LB-OP-CODE
         WS-LB-RECORD
         WS-LB-RETURN-STATUS

    PERFORM UNTIL WS-LB-RETURN-STATUS NOT = "00"
       IF LB-PERIOD OF WS-LB-RECORD < WS-TARGET-PERIOD
          MOVE LB-CODE OF WS-LB-RECORD TO WS-PB-WORK-CODE
          MOVE LB-TAX OF WS-LB-RECORD TO WS-PB-WORK-TAX
          MOVE LB-DESCRIPTION OF WS-LB-RECORD TO WS-PB-WORK-DESC
          PERFORM FIND-PARTB-SLOT
          IF WS-PB-IDX NOT = 0
             MOVE LB-CLOSING-CENTS OF WS-LB-RECORD
               TO WS-PB-OPENING (WS-PB-IDX)
          END-IF
       END-IF
       MOVE "N" TO WS-LB-OP-CODE
       CALL "LALUR-PARTB-IO" USING
            WS-LB-OP-CODE
            WS-LB-RECORD
            WS-LB-RETURN-STATUS
    END-PERFORM
    .

FIND-PARTB-SLOT.
    *> Posiciona WS-PB-IDX na conta WS-PB-WORK-CODE/-TAX, abrindo
    *> a conta na primeira vez (0 = tabela cheia)
    MOVE 0 TO WS-PB-IDX
    PERFORM VARYING WS-PB-I FROM 1 BY 1
            UNTIL WS-PB-I > WS-PB-COUNT OR WS-PB-IDX NOT = 0
       IF WS-PB-CODE (WS-PB-I) = WS-PB-WORK-CODE
          AND WS-PB-TAX (WS-PB-I) = WS-PB-WORK-TAX
          MOVE WS-PB-I TO WS-PB-IDX
       END-IF
    END-PERFORM
    IF WS-PB-IDX NOT = 0
       EXIT PARAGRAPH
    END-IF
    IF WS-PB-COUNT >= 200
       DISPLAY "*** Mais de 200 contas da Parte B - " WS-PB-WORK-CODE
               "/" WS-PB-WORK-TAX " fora do controle. ***"
       ADD 1 TO WS-PB-SHORTFALLS
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PB-COUNT
    MOVE WS-PB-COUNT TO WS-PB-IDX
    MOVE WS-PB-WORK-CODE TO WS-PB-CODE (WS-PB-IDX)
    MOVE WS-PB-WORK-TAX TO WS-PB-TAX (WS-PB-IDX)
    MOVE WS-PB-WORK-DESC TO WS-PB-DESC (WS-PB-IDX)
    MOVE 0 TO WS-PB-OPENING (WS-PB-IDX)
    MOVE 0 TO WS-PB-ADDITIONS (WS-PB-IDX)
    MOVE 0 TO WS-PB-REDUCTIONS (WS-PB-IDX)
    MOVE 0 TO WS-PB-CLOSING (WS-PB-IDX)
    .

APPLY-ADJUSTMENTS.
    MOVE SPACE TO WS-LA-RECORD
    MOVE "L" TO WS-LA-OP-CODE
    CALL "LALUR-ADJ-IO" USING
         WS-LA-OP-CODE
         WS-LA-RECORD
         WS-LA-RETURN-STATUS

    PERFORM UNTIL WS-LA-RETURN-STATUS NOT = "00"
       IF LA-IS-ACTIVE OF WS-LA-RECORD
          PERFORM APPLY-ONE-ADJUSTMENT
       END-IF
       MOVE "N" TO WS-LA-OP-CODE
       CALL "LALUR-ADJ-IO" USING
            WS-LA-OP-CODE
            WS-LA-RECORD
            WS-LA-RETURN-STATUS
    END-PERFORM
    .

APPLY-ONE-ADJUSTMENT.
    IF WS-ADJ-COUNT >= 200
       DISPLAY "*** Mais de 200 ajustes ativos - "
               LA-CODE OF WS-LA-RECORD " fora da apuracao. ***"
       ADD 1 TO WS-ACT-OVERFLOW
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ADJ-COUNT
    MOVE WS-ADJ-COUNT TO WS-ADJ-I
    MOVE LA-CODE OF WS-LA-RECORD TO WS-ADJ-CODE (WS-ADJ-I)
    MOVE LA-DESCRIPTION OF WS-LA-RECORD TO WS-ADJ-DESC (WS-ADJ-I)
    MOVE LA-TYPE OF WS-LA-RECORD TO WS-ADJ-TYPE (WS-ADJ-I)
    MOVE LA-SCOPE OF WS-LA-RECORD TO WS-ADJ-SCOPE (WS-ADJ-I)
    MOVE LA-SOURCE OF WS-LA-RECORD TO WS-ADJ-SOURCE (WS-ADJ-I)
    MOVE LA-PARTB-FLAG OF WS-LA-RECORD TO WS-ADJ-PARTB (WS-ADJ-I)
    MOVE "N" TO WS-ADJ-NEG-SW (WS-ADJ-I)
    MOVE 0 TO WS-ADJ-AMOUNT (WS-ADJ-I)
    MOVE 0 TO WS-ADJ-SUM

    *> Contas ligadas: adicao = D - C, exclusao = C - D
    PERFORM VARYING WS-ADJ-ACCT-I FROM 1 BY 1 UNTIL WS-ADJ-ACCT-I > 5
       MOVE 0 TO WS-ADJ-ACCOUNT (WS-ADJ-I WS-ADJ-ACCT-I)
       MOVE 0 TO WS-ADJ-ACCT-MOVE (WS-ADJ-I WS-ADJ-ACCT-I)
       IF LA-FROM-ACCOUNTS OF WS-LA-RECORD
          AND LA-ACCOUNT-ID OF WS-LA-RECORD (WS-ADJ-ACCT-I) IS NUMERIC
          AND LA-ACCOUNT-ID OF WS-LA-RECORD (WS-ADJ-ACCT-I) > 0
          MOVE LA-ACCOUNT-ID OF WS-LA-RECORD (WS-ADJ-ACCT-I)
            TO WS-ADJ-ACCOUNT (WS-ADJ-I WS-ADJ-ACCT-I)
          MOVE LA-ACCOUNT-ID OF WS-LA-RECORD (WS-ADJ-ACCT-I)
            TO WS-ACT-WORK-ID
          PERFORM FIND-ACCOUNT-SLOT
          IF WS-ACT-IDX NOT = 0
             MOVE WS-ACT-MOVE (WS-ACT-IDX)
               TO WS-ADJ-ACCT-MOVE (WS-ADJ-I WS-ADJ-ACCT-I)
             IF LA-IS-ADDITION OF WS-LA-RECORD
                ADD WS-ACT-MOVE (WS-ACT-IDX) TO WS-ADJ-SUM
             ELSE
                SUBTRACT WS-ACT-MOVE (WS-ACT-IDX) FROM WS-ADJ-SUM
             END-IF
          END-IF
       END-IF
    END-PERFORM

    IF LA-FROM-MANUAL OF WS-LA-RECORD
       AND LA-MANUAL-PERIOD OF WS-LA-RECORD = WS-TARGET-PERIOD
       MOVE LA-MANUAL-CENTS OF WS-LA-RECORD TO WS-ADJ-SUM
    END-IF

    IF WS-ADJ-SUM < 0
       MOVE "Y" TO WS-ADJ-NEG-SW (WS-ADJ-I)
    ELSE
       MOVE WS-ADJ-SUM TO WS-ADJ-AMOUNT (WS-ADJ-I)
    END-IF

    IF LA-IS-ADDITION OF WS-LA-RECORD
       IF LA-AFFECTS-IRPJ OF WS-LA-RECORD
          ADD WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-IRPJ-ADDITIONS
       END-IF
       IF LA-AFFECTS-CSLL OF WS-LA-RECORD
          ADD WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-CSLL-ADDITIONS
       END-IF
    ELSE
       IF LA-AFFECTS-IRPJ OF WS-LA-RECORD
          ADD WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-IRPJ-EXCLUSIONS
       END-IF
       IF LA-AFFECTS-CSLL OF WS-LA-RECORD
          ADD WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-CSLL-EXCLUSIONS
       END-IF
    END-IF

    *> Diferenca temporaria: adicao constitui, exclusao realiza
    IF LA-HAS-PARTB OF WS-LA-RECORD
       MOVE LA-CODE OF WS-LA-RECORD TO WS-PB-WORK-CODE
       MOVE LA-DESCRIPTION OF WS-LA-RECORD TO WS-PB-WORK-DESC
       IF LA-AFFECTS-IRPJ OF WS-LA-RECORD
          MOVE "I" TO WS-PB-WORK-TAX
          PERFORM NOTE-PARTB-MOVEMENT
       END-IF
       IF LA-AFFECTS-CSLL OF WS-LA-RECORD
          MOVE "C" TO WS-PB-WORK-TAX
          PERFORM NOTE-PARTB-MOVEMENT
       END-IF
    END-IF
    .

NOTE-PARTB-MOVEMENT.
    PERFORM FIND-PARTB-SLOT
    IF WS-PB-IDX = 0
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PB-WORK-DESC TO WS-PB-DESC (WS-PB-IDX)
    IF WS-ADJ-TYPE (WS-ADJ-I) = "A"
       ADD WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-PB-ADDITIONS (WS-PB-IDX)
    ELSE
       ADD WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-PB-REDUCTIONS (WS-PB-IDX)
    END-IF
    .

COMPUTE-LOSS-OFFSET.
    *> Compensacao do prejuizo (IRPJ) / base negativa (CSLL) do
    *> tributo WS-CUR-TAX, limitada a 30% do lucro ajustado; o
    *> prejuizo da apuracao vai para a Parte B
    MOVE "PREJU" TO WS-PB-WORK-CODE
    MOVE WS-CUR-TAX TO WS-PB-WORK-TAX
    IF WS-CUR-TAX = "I"
       MOVE "PREJUIZO FISCAL A COMPENSAR" TO WS-PB-WORK-DESC
    ELSE
       MOVE "BASE NEGATIVA DA CSLL A COMPENSAR" TO WS-PB-WORK-DESC
    END-IF
    PERFORM FIND-PARTB-SLOT

    MOVE 0 TO WS-CUR-OFFSET
    MOVE 0 TO WS-CUR-TAXABLE
    IF WS-CUR-ADJUSTED > 0
       COMPUTE WS-OFFSET-LIMIT =
               WS-CUR-ADJUSTED * WS-OFFSET-LIMIT-PCT / 100
       IF WS-PB-IDX NOT = 0
          MOVE WS-PB-OPENING (WS-PB-IDX) TO WS-CUR-OFFSET
          IF WS-CUR-OFFSET > WS-OFFSET-LIMIT
             MOVE WS-OFFSET-LIMIT TO WS-CUR-OFFSET
          END-IF
          ADD WS-CUR-OFFSET TO WS-PB-REDUCTIONS (WS-PB-IDX)
       END-IF
       COMPUTE WS-CUR-TAXABLE = WS-CUR-ADJUSTED - WS-CUR-OFFSET
    ELSE
       COMPUTE WS-LOSS-AMOUNT = 0 - WS-CUR-ADJUSTED
       IF WS-PB-IDX NOT = 0
          ADD WS-LOSS-AMOUNT TO WS-PB-ADDITIONS (WS-PB-IDX)
       END-IF
    END-IF
    .

CLOSE-PARTB-BALANCES.
    *> Realizacao acima do saldo disponivel zera a conta e e
    *> apontada (exclusao sem adicao anterior controlada)
    PERFORM VARYING WS-PB-I FROM 1 BY 1 UNTIL WS-PB-I > WS-PB-COUNT
       COMPUTE WS-PB-AVAILABLE = WS-PB-OPENING (WS-PB-I)
                               + WS-PB-ADDITIONS (WS-PB-I)
       IF WS-PB-REDUCTIONS (WS-PB-I) > WS-PB-AVAILABLE
          DISPLAY "*** Parte B " WS-PB-CODE (WS-PB-I) "/"
                  WS-PB-TAX (WS-PB-I) ": realizacao acima do saldo. ***"
          ADD 1 TO WS-PB-SHORTFALLS
          MOVE 0 TO WS-PB-CLOSING (WS-PB-I)
       ELSE
          COMPUTE WS-PB-CLOSING (WS-PB-I) = WS-PB-AVAILABLE
                - WS-PB-REDUCTIONS (WS-PB-I)
       END-IF
    END-PERFORM
    .

WRITE-PARTB-RECORDS.
    PERFORM VARYING WS-PB-I FROM 1 BY 1 UNTIL WS-PB-I > WS-PB-COUNT
       MOVE SPACE TO WS-LB-RECORD
       MOVE WS-PB-CODE (WS-PB-I) TO LB-CODE OF WS-LB-RECORD
       MOVE WS-PB-TAX (WS-PB-I) TO LB-TAX OF WS-LB-RECORD
       MOVE WS-TARGET-PERIOD TO LB-PERIOD OF WS-LB-RECORD
       MOVE WS-PB-DESC (WS-PB-I) TO LB-DESCRIPTION OF WS-LB-RECORD
       MOVE WS-PB-OPENING (WS-PB-I) TO LB-OPENING-CENTS OF WS-LB-RECORD
       MOVE WS-PB-ADDITIONS (WS-PB-I)
         TO LB-ADDITIONS-CENTS OF WS-LB-RECORD
       MOVE WS-PB-REDUCTIONS (WS-PB-I)
         TO LB-REDUCTIONS-CENTS OF WS-LB-RECORD
       MOVE WS-PB-CLOSING (WS-PB-I) TO LB-CLOSING-CENTS OF WS-LB-RECORD
       SET LB-FROM-RUN OF WS-LB-RECORD TO TRUE
       MOVE WS-TODAY TO LB-UPDATED-DATE OF WS-LB-RECORD
       MOVE "W" TO WS-LB-OP-CODE
       CALL "LALUR-PARTB-IO" USING
            WS-LB-OP-CODE
            WS-LB-RECORD
            WS-LB-RETURN-STATUS
       IF WS-LB-RETURN-STATUS NOT = "00"
          DISPLAY "*** Erro ao gravar a Parte B " WS-PB-CODE (WS-PB-I)
                  " - STATUS: " WS-LB-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .

*> ============================================================
*>   Provisao do IRPJ/CSLL
*> ============================================================
WRITE-PROVISION-ENTRY.
    *> Proxima sequencia livre da apuracao; lancamento anterior
    *> ainda nao efetivado invalida a diferenca e bloqueia
    MOVE 0 TO WS-ENTRY-TXN-ID
    PERFORM VARYING WS-ENTRY-SEQ FROM 1 BY 1
            UNTIL WS-ENTRY-SEQ > 99 OR WS-ENTRY-TXN-ID NOT = 0
                  OR PRIOR-ENTRY-UNPOSTED
       MOVE SPACE TO JR-RECORD
       COMPUTE JR-TXN-ID = WS-TAX-ID-BASE + 1000000000
             + (WS-TARGET-PERIOD * 100) + WS-ENTRY-SEQ
       PERFORM READ-JOURNAL-ENTRY
       IF WS-JR-RETURN-STATUS NOT = "00"
          COMPUTE WS-ENTRY-TXN-ID = WS-TAX-ID-BASE + 1000000000
                + (WS-TARGET-PERIOD * 100) + WS-ENTRY-SEQ
       ELSE
          IF JR-POSTED-FLAG NOT = "Y"
             AND JR-APPROVAL-STATUS NOT = "R"
             SET PRIOR-ENTRY-UNPOSTED TO TRUE
          END-IF
       END-IF
    END-PERFORM

    IF PRIOR-ENTRY-UNPOSTED OR WS-ENTRY-TXN-ID = 0
       IF PRIOR-ENTRY-UNPOSTED
          DISPLAY "*** Provisao anterior da apuracao (ID " JR-TXN-ID
                  ") ainda nao efetivada - rode o POST-LEDGER antes. ***"
          MOVE "PE" TO WS-ENTRY-STATUS
       ELSE
          DISPLAY "*** Sequencias de lancamento da apuracao "
                  "esgotadas. ***"
          MOVE "SE" TO WS-ENTRY-STATUS
       END-IF
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "LR0008" TO WS-BL-MSG-CODE
       MOVE "PROVISAO NAO LANCADA - LANCAMENTO ANTERIOR PENDENTE"
         TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-ENTRY-TXN-ID TO JR-TXN-ID
    MOVE WS-PERIOD-END-DATE TO JR-DATE
    STRING "PROVISAO IRPJ/CSLL " DELIMITED BY SIZE
           WS-APUR-LABEL DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
      INTO JR-MEMO

    *> Diferenca positiva: D despesa / C a recolher; negativa inverte
    MOVE 0 TO WS-LINE-I
    IF WS-IRPJ-DELTA > 0
       MOVE WS-IRPJ-DELTA TO WS-LINE-AMOUNT
       MOVE WS-IRPJ-EXP-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-DEBIT-LINE
       MOVE WS-IRPJ-PAY-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-CREDIT-LINE
    END-IF
    IF WS-IRPJ-DELTA < 0
       COMPUTE WS-LINE-AMOUNT = 0 - WS-IRPJ-DELTA
       MOVE WS-IRPJ-PAY-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-DEBIT-LINE
       MOVE WS-IRPJ-EXP-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-CREDIT-LINE
    END-IF
    IF WS-CSLL-DELTA > 0
       MOVE WS-CSLL-DELTA TO WS-LINE-AMOUNT
       MOVE WS-CSLL-EXP-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-DEBIT-LINE
       MOVE WS-CSLL-PAY-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-CREDIT-LINE
    END-IF
    IF WS-CSLL-DELTA < 0
       COMPUTE WS-LINE-AMOUNT = 0 - WS-CSLL-DELTA
       MOVE WS-CSLL-PAY-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-DEBIT-LINE
       MOVE WS-CSLL-EXP-ACCT TO WS-ACT-WORK-ID
       PERFORM ADD-CREDIT-LINE
    END-IF

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-INCOME-TAX OF JR-RECORD TO TRUE
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
    MOVE WS-JR-RETURN-STATUS TO WS-ENTRY-STATUS

    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "*** Lancamento da provisao de IRPJ/CSLL recusado - "
               "STATUS: " WS-JR-RETURN-STATUS
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "LR0008" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       STRING "LANCAMENTO RECUSADO - STATUS " DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

ADD-DEBIT-LINE.
    ADD 1 TO WS-LINE-I
    MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
    MOVE WS-ACT-WORK-ID TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
    MOVE "D" TO JR-LINE-DC (WS-LINE-I)
    MOVE WS-LINE-AMOUNT TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
    .

ADD-CREDIT-LINE.
    ADD 1 TO WS-LINE-I
    MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
    MOVE WS-ACT-WORK-ID TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
    MOVE "C" TO JR-LINE-DC (WS-LINE-I)
    MOVE WS-LINE-AMOUNT TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
    .

READ-JOURNAL-ENTRY.
    *> Le o lancamento JR-TXN-ID (com as linhas)
    MOVE "R" TO WS-JR-OP-CODE
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
    .

*> ============================================================
*>   Arquivo da ECF (blocos M e N)
*> ============================================================
WRITE-ECF-FILE.
    MOVE SPACES TO WS-ECF-PATH
    STRING "data/ecf-lalur-" DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-ECF-PATH

    MOVE SPACES TO FS-ECF
    OPEN OUTPUT ECF-FILE
    IF FS-ECF NOT = FS-OK
       DISPLAY "*** Erro ao abrir o arquivo da ECF. STATUS: " FS-ECF
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE "|M001|0|" TO ECF-LINE
    PERFORM WRITE-ECF-M-LINE

    *> M010: identificacao das contas da Parte B
    PERFORM VARYING WS-PB-I FROM 1 BY 1 UNTIL WS-PB-I > WS-PB-COUNT
       COMPUTE WS-DEC-AMOUNT = WS-PB-OPENING (WS-PB-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
       MOVE SPACES TO ECF-LINE
       STRING "|M010|" DELIMITED BY SIZE
              WS-PB-CODE (WS-PB-I) DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-PB-DESC (WS-PB-I) DELIMITED BY "  "
              "|" DELIMITED BY SIZE
              WS-START-DDMMAAAA DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-PB-TAX (WS-PB-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-EDIT-VALUE DELIMITED BY SIZE
              "|D|" DELIMITED BY SIZE
         INTO ECF-LINE
       PERFORM WRITE-ECF-M-LINE
    END-PERFORM

    MOVE SPACES TO ECF-LINE
    STRING "|M030|" DELIMITED BY SIZE
           WS-START-DDMMAAAA DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-END-DDMMAAAA DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-APUR-LABEL DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-M-LINE

    *> M300/M310: Parte A do LALUR
    MOVE "M300" TO WS-ECF-REGISTER
    MOVE "M310" TO WS-ECF-CHILD
    MOVE "I" TO WS-CUR-TAX
    MOVE WS-IRPJ-ADJUSTED TO WS-CUR-ADJUSTED
    MOVE WS-IRPJ-OFFSET TO WS-CUR-OFFSET
    MOVE WS-IRPJ-TAXABLE TO WS-CUR-TAXABLE
    PERFORM WRITE-ECF-PART-A

    *> M350/M360: Parte A do LACS
    MOVE "M350" TO WS-ECF-REGISTER
    MOVE "M360" TO WS-ECF-CHILD
    MOVE "C" TO WS-CUR-TAX
    MOVE WS-CSLL-ADJUSTED TO WS-CUR-ADJUSTED
    MOVE WS-CSLL-OFFSET TO WS-CUR-OFFSET
    MOVE WS-CSLL-TAXABLE TO WS-CUR-TAXABLE
    PERFORM WRITE-ECF-PART-A

    *> M500: controle de saldos da Parte B
    PERFORM VARYING WS-PB-I FROM 1 BY 1 UNTIL WS-PB-I > WS-PB-COUNT
       PERFORM WRITE-ECF-M500
    END-PERFORM

    ADD 1 TO WS-ECF-M-COUNT
    MOVE SPACES TO ECF-LINE
    STRING "|M990|" DELIMITED BY SIZE
           WS-ECF-M-COUNT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    WRITE ECF-LINE

    *> Bloco N: calculo do IRPJ e da CSLL
    MOVE "|N001|0|" TO ECF-LINE
    PERFORM WRITE-ECF-N-LINE
    MOVE SPACES TO ECF-LINE
    STRING "|N030|" DELIMITED BY SIZE
           WS-START-DDMMAAAA DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-END-DDMMAAAA DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-APUR-LABEL DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-N-LINE

    MOVE "|N630|1|BASE DE CALCULO DO IRPJ|" TO WS-RP-LINE
    MOVE WS-IRPJ-TAXABLE TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE
    MOVE "|N630|3|IRPJ - ALIQUOTA DE 15%|" TO WS-RP-LINE
    MOVE WS-IRPJ-BASIC TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE
    MOVE "|N630|4|ADICIONAL DO IRPJ|" TO WS-RP-LINE
    MOVE WS-IRPJ-SURTAX TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE
    MOVE "|N630|20|IRPJ DEVIDO|" TO WS-RP-LINE
    MOVE WS-IRPJ-DUE TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE
    MOVE "|N670|1|BASE DE CALCULO DA CSLL|" TO WS-RP-LINE
    MOVE WS-CSLL-TAXABLE TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE
    MOVE "|N670|2|CSLL|" TO WS-RP-LINE
    MOVE WS-CSLL-DUE TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE
    MOVE "|N670|15|CSLL DEVIDA|" TO WS-RP-LINE
    MOVE WS-CSLL-DUE TO WS-ABS-AMOUNT
    PERFORM WRITE-ECF-N-VALUE

    ADD 1 TO WS-ECF-N-COUNT
    MOVE SPACES TO ECF-LINE
    STRING "|N990|" DELIMITED BY SIZE
           WS-ECF-N-COUNT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    WRITE ECF-LINE

    CLOSE ECF-FILE
    .

WRITE-ECF-PART-A.
    *> Lucro antes do IRPJ/CSLL, ajustes do tributo WS-CUR-TAX
    *> (com as contas ligadas), compensacao e base final
    MOVE WS-BOOK-RESULT TO WS-SIGNED-WORK
    PERFORM FORMAT-SIGNED-VALUE
    MOVE SPACES TO ECF-LINE
    STRING "|" DELIMITED BY SIZE
           WS-ECF-REGISTER DELIMITED BY SIZE
           "|LUCRO|LUCRO LIQUIDO ANTES DO IRPJ E DA CSLL|L|4|"
           DELIMITED BY SIZE
           WS-EDIT-VALUE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-SIGN-IND DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-M-LINE

    PERFORM VARYING WS-ADJ-I FROM 1 BY 1 UNTIL WS-ADJ-I > WS-ADJ-COUNT
       IF WS-ADJ-AMOUNT (WS-ADJ-I) > 0
          AND ((WS-CUR-TAX = "I" AND WS-ADJ-SCOPE (WS-ADJ-I) NOT = "C")
            OR (WS-CUR-TAX = "C" AND WS-ADJ-SCOPE (WS-ADJ-I) NOT = "I"))
          PERFORM WRITE-ECF-ADJUSTMENT
       END-IF
    END-PERFORM

    IF WS-CUR-OFFSET > 0
       COMPUTE WS-DEC-AMOUNT = WS-CUR-OFFSET / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
       IF WS-CUR-TAX = "I"
          MOVE "COMPENSACAO DE PREJUIZO FISCAL" TO WS-TEXT-40
       ELSE
          MOVE "COMPENSACAO DE BASE NEGATIVA DA CSLL" TO WS-TEXT-40
       END-IF
       MOVE SPACES TO ECF-LINE
       STRING "|" DELIMITED BY SIZE
              WS-ECF-REGISTER DELIMITED BY SIZE
              "|PREJU|" DELIMITED BY SIZE
              WS-TEXT-40 DELIMITED BY "  "
              "|P|1|" DELIMITED BY SIZE
              WS-EDIT-VALUE DELIMITED BY SIZE
              "|D|" DELIMITED BY SIZE
         INTO ECF-LINE
       PERFORM WRITE-ECF-M-LINE
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-CUR-TAXABLE / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
    IF WS-CUR-TAX = "I"
       MOVE "LUCRO REAL" TO WS-TEXT-40
    ELSE
       MOVE "BASE DE CALCULO DA CSLL" TO WS-TEXT-40
    END-IF
    MOVE SPACES TO ECF-LINE
    STRING "|" DELIMITED BY SIZE
           WS-ECF-REGISTER DELIMITED BY SIZE
           "|BASE|" DELIMITED BY SIZE
           WS-TEXT-40 DELIMITED BY "  "
           "|L|4|" DELIMITED BY SIZE
           WS-EDIT-VALUE DELIMITED BY SIZE
           "|C|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-M-LINE
    .

WRITE-ECF-ADJUSTMENT.
    *> Indicador de relacao: 1 so Parte B, 2 so conta contabil,
    *> 3 conta e Parte B, 4 sem relacao (valor manual)
    EVALUATE TRUE
       WHEN WS-ADJ-SOURCE (WS-ADJ-I) = "C" AND WS-ADJ-PARTB (WS-ADJ-I) = "Y"
          MOVE "3" TO WS-REL-IND
       WHEN WS-ADJ-SOURCE (WS-ADJ-I) = "C"
          MOVE "2" TO WS-REL-IND
       WHEN WS-ADJ-PARTB (WS-ADJ-I) = "Y"
          MOVE "1" TO WS-REL-IND
       WHEN OTHER
          MOVE "4" TO WS-REL-IND
    END-EVALUATE
    COMPUTE WS-DEC-AMOUNT = WS-ADJ-AMOUNT (WS-ADJ-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
    MOVE SPACES TO ECF-LINE
    STRING "|" DELIMITED BY SIZE
           WS-ECF-REGISTER DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ADJ-CODE (WS-ADJ-I) DELIMITED BY SPACE
           "|" DELIMITED BY SIZE
           WS-ADJ-DESC (WS-ADJ-I) DELIMITED BY "  "
           "|" DELIMITED BY SIZE
           WS-ADJ-TYPE (WS-ADJ-I) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-REL-IND DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-EDIT-VALUE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-M-LINE

    PERFORM VARYING WS-ADJ-ACCT-I FROM 1 BY 1 UNTIL WS-ADJ-ACCT-I > 5
       IF WS-ADJ-ACCOUNT (WS-ADJ-I WS-ADJ-ACCT-I) > 0
          MOVE WS-ADJ-ACCT-MOVE (WS-ADJ-I WS-ADJ-ACCT-I)
            TO WS-SIGNED-WORK
          PERFORM FORMAT-SIGNED-VALUE
          MOVE SPACES TO ECF-LINE
          STRING "|" DELIMITED BY SIZE
                 WS-ECF-CHILD DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-ADJ-ACCOUNT (WS-ADJ-I WS-ADJ-ACCT-I)
                 DELIMITED BY SIZE
                 "||" DELIMITED BY SIZE
                 WS-EDIT-VALUE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-SIGN-IND DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
            INTO ECF-LINE
          PERFORM WRITE-ECF-M-LINE
       END-IF
    END-PERFORM
    .

WRITE-ECF-M500.
    *> Lancamento da Parte A na conta = constituicao - realizacao
    COMPUTE WS-SIGNED-WORK = WS-PB-ADDITIONS (WS-PB-I)
                           - WS-PB-REDUCTIONS (WS-PB-I)
    PERFORM FORMAT-SIGNED-VALUE
    MOVE WS-EDIT-VALUE TO WS-EDIT-VALUE-2
    MOVE WS-SIGN-IND TO WS-SIGN-IND-2
    COMPUTE WS-DEC-AMOUNT = WS-PB-OPENING (WS-PB-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
    COMPUTE WS-DEC-AMOUNT = WS-PB-CLOSING (WS-PB-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE-3
    MOVE 0 TO WS-EDIT-VALUE-4
    MOVE SPACES TO ECF-LINE
    STRING "|M500|" DELIMITED BY SIZE
           WS-PB-CODE (WS-PB-I) DELIMITED BY SPACE
           "|" DELIMITED BY SIZE
           WS-PB-TAX (WS-PB-I) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-EDIT-VALUE DELIMITED BY SIZE
           "|D|" DELIMITED BY SIZE
           WS-EDIT-VALUE-2 DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-SIGN-IND-2 DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-EDIT-VALUE-4 DELIMITED BY SIZE
           "|D|" DELIMITED BY SIZE
           WS-EDIT-VALUE-3 DELIMITED BY SIZE
           "|D|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-M-LINE
    .

WRITE-ECF-N-VALUE.
    *> Prefixo do registro em WS-RP-LINE, valor em WS-ABS-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-ABS-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
    MOVE SPACES TO ECF-LINE
    STRING WS-RP-LINE DELIMITED BY "  "
           WS-EDIT-VALUE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
      INTO ECF-LINE
    PERFORM WRITE-ECF-N-LINE
    .

FORMAT-SIGNED-VALUE.
    *> WS-SIGNED-WORK (D - C ou resultado) em valor + indicador
    IF WS-SIGNED-WORK < 0
       MOVE "C" TO WS-SIGN-IND
       COMPUTE WS-ABS-AMOUNT = 0 - WS-SIGNED-WORK
    ELSE
       MOVE "D" TO WS-SIGN-IND
       MOVE WS-SIGNED-WORK TO WS-ABS-AMOUNT
    END-IF
    COMPUTE WS-DEC-AMOUNT = WS-ABS-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
    .

WRITE-ECF-M-LINE.
    WRITE ECF-LINE
    ADD 1 TO WS-ECF-M-COUNT
    .

WRITE-ECF-N-LINE.
    WRITE ECF-LINE
    ADD 1 TO WS-ECF-N-COUNT
    .

*> ============================================================
*>   Demonstracao do LALUR/LACS no spool
*> ============================================================
PRINT-DEMONSTRATION.
    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-TARGET-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== LALUR/LACS - APURACAO " DELIMITED BY SIZE
           WS-APUR-LABEL DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-START-PERIOD DELIMITED BY SIZE
           " a " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           ") ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Contribuinte: " DELIMITED BY SIZE
           CO-NAME OF WS-CMP-RECORD DELIMITED BY SIZE
           " CNPJ " DELIMITED BY SIZE
           CO-CNPJ OF WS-CMP-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Parte A do LALUR (IRPJ)" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "I" TO WS-CUR-TAX
    MOVE WS-IRPJ-ADJUSTED TO WS-CUR-ADJUSTED
    MOVE WS-IRPJ-OFFSET TO WS-CUR-OFFSET
    MOVE WS-IRPJ-TAXABLE TO WS-CUR-TAXABLE
    PERFORM PRINT-PART-A

    MOVE WS-IRPJ-BASIC TO WS-SIGNED-WORK
    MOVE "IRPJ 15%..........................:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-SURTAX-LIMIT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "  (adicional de 10% sobre o que excede " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-IRPJ-SURTAX TO WS-SIGNED-WORK
    MOVE "Adicional do IRPJ.................:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE
    MOVE WS-IRPJ-DUE TO WS-SIGNED-WORK
    MOVE "IRPJ DEVIDO.......................:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Parte A do LACS (CSLL)" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "C" TO WS-CUR-TAX
    MOVE WS-CSLL-ADJUSTED TO WS-CUR-ADJUSTED
    MOVE WS-CSLL-OFFSET TO WS-CUR-OFFSET
    MOVE WS-CSLL-TAXABLE TO WS-CUR-TAXABLE
    PERFORM PRINT-PART-A
    COMPUTE WS-DEC-AMOUNT = WS-CSLL-PCT / 100
    MOVE WS-DEC-AMOUNT TO WS-PCT-EDIT
    MOVE SPACES TO WS-RP-LINE
    STRING "  (aliquota " DELIMITED BY SIZE
           WS-PCT-EDIT DELIMITED BY SIZE
           "%)" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-CSLL-DUE TO WS-SIGNED-WORK
    MOVE "CSLL DEVIDA.......................:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE

    PERFORM PRINT-PART-B
    PERFORM PRINT-PROVISION
    PERFORM CLOSE-REPORT-SPOOL
    .

PRINT-PART-A.
    MOVE WS-BOOK-RESULT TO WS-SIGNED-WORK
    MOVE "Lucro antes do IRPJ e da CSLL.....:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE

    PERFORM VARYING WS-ADJ-I FROM 1 BY 1 UNTIL WS-ADJ-I > WS-ADJ-COUNT
       IF (WS-CUR-TAX = "I" AND WS-ADJ-SCOPE (WS-ADJ-I) NOT = "C")
          OR (WS-CUR-TAX = "C" AND WS-ADJ-SCOPE (WS-ADJ-I) NOT = "I")
          PERFORM PRINT-ADJUSTMENT-LINE
       END-IF
    END-PERFORM

    MOVE WS-CUR-ADJUSTED TO WS-SIGNED-WORK
    MOVE "Lucro ajustado antes da compensac.:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE
    COMPUTE WS-SIGNED-WORK = 0 - WS-CUR-OFFSET
    IF WS-CUR-TAX = "I"
       MOVE "(-) Compensacao de prejuizo (30%).:" TO WS-TEXT-40
    ELSE
       MOVE "(-) Compensacao base negativa(30%):" TO WS-TEXT-40
    END-IF
    PERFORM PRINT-AMOUNT-LINE
    MOVE WS-CUR-TAXABLE TO WS-SIGNED-WORK
    IF WS-CUR-TAX = "I"
       MOVE "LUCRO REAL........................:" TO WS-TEXT-40
    ELSE
       MOVE "BASE DE CALCULO DA CSLL...........:" TO WS-TEXT-40
    END-IF
    PERFORM PRINT-AMOUNT-LINE
    .

PRINT-ADJUSTMENT-LINE.
    IF WS-ADJ-TYPE (WS-ADJ-I) = "A"
       MOVE WS-ADJ-AMOUNT (WS-ADJ-I) TO WS-SIGNED-WORK
       MOVE "(+)" TO WS-TEXT-40
    ELSE
       COMPUTE WS-SIGNED-WORK = 0 - WS-ADJ-AMOUNT (WS-ADJ-I)
       MOVE "(-)" TO WS-TEXT-40
    END-IF
    COMPUTE WS-DEC-AMOUNT = WS-SIGNED-WORK / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "  " DELIMITED BY SIZE
           WS-TEXT-40 (1:3) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ADJ-CODE (WS-ADJ-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ADJ-DESC (WS-ADJ-I) DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    IF WS-ADJ-NEG-SW (WS-ADJ-I) = "Y"
       MOVE "(saldo invertido - desconsiderado)" TO WS-RP-LINE (98:34)
    END-IF
    PERFORM EMIT-REPORT-LINE
    .

PRINT-AMOUNT-LINE.
    *> Rotulo em WS-TEXT-40, valor em WS-SIGNED-WORK (centavos)
    COMPUTE WS-DEC-AMOUNT = WS-SIGNED-WORK / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING WS-TEXT-40 DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-PART-B.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Parte B (controle de saldos)" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Conta  T Saldo inicial      Constituicao       Realizacao"
      TO WS-RP-LINE
    MOVE "        Saldo final" TO WS-RP-LINE (58:19)
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-PB-I FROM 1 BY 1 UNTIL WS-PB-I > WS-PB-COUNT
       COMPUTE WS-DEC-AMOUNT = WS-PB-OPENING (WS-PB-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE
       COMPUTE WS-DEC-AMOUNT = WS-PB-ADDITIONS (WS-PB-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE-2
       COMPUTE WS-DEC-AMOUNT = WS-PB-REDUCTIONS (WS-PB-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE-3
       COMPUTE WS-DEC-AMOUNT = WS-PB-CLOSING (WS-PB-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-VALUE-4
       MOVE SPACES TO WS-RP-LINE
       STRING WS-PB-CODE (WS-PB-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PB-TAX (WS-PB-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-VALUE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-VALUE-2 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-VALUE-3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-VALUE-4 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PB-DESC (WS-PB-I) DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    IF WS-PB-COUNT = 0
       MOVE "Nenhuma conta da Parte B com saldo ou movimento."
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-PROVISION.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Provisao contabil" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-IRPJ-BOOKED TO WS-SIGNED-WORK
    MOVE "IRPJ ja contabilizado no periodo..:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE
    MOVE WS-IRPJ-DELTA TO WS-SIGNED-WORK
    MOVE "IRPJ a lancar (complemento).......:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE
    MOVE WS-CSLL-BOOKED TO WS-SIGNED-WORK
    MOVE "CSLL ja contabilizada no periodo..:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE
    MOVE WS-CSLL-DELTA TO WS-SIGNED-WORK
    MOVE "CSLL a lancar (complemento).......:" TO WS-TEXT-40
    PERFORM PRINT-AMOUNT-LINE

    EVALUATE TRUE
       WHEN WS-IRPJ-DELTA = 0 AND WS-CSLL-DELTA = 0
          MOVE "Provisao ja contabilizada - nada a lancar."
            TO WS-RP-LINE
       WHEN WS-ENTRY-STATUS = "PF"
          MOVE "Periodo fechado - provisao NAO lancada."
            TO WS-RP-LINE
       WHEN WS-ENTRY-STATUS = "PE"
          MOVE "Provisao anterior pendente de efetivacao - NAO lancada."
            TO WS-RP-LINE
       WHEN OTHER
          MOVE SPACES TO WS-RP-LINE
          STRING "Lancamento da provisao (ID " DELIMITED BY SIZE
                 WS-ENTRY-TXN-ID DELIMITED BY SIZE
                 ") - STATUS: " DELIMITED BY SIZE
                 WS-ENTRY-STATUS DELIMITED BY SIZE
            INTO WS-RP-LINE
    END-EVALUATE
    PERFORM EMIT-REPORT-LINE
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
