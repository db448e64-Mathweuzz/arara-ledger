>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: kpi-rpt.cob
*> Objetivo:
*>   - Pacote mensal de indicadores financeiros da controladoria
*>     para um periodo AAAAMM, direto do LEDGER (via LEDGER-IO),
*>     no lugar da planilha montada a mao a partir do AR-AGING,
*>     AP-AGING, INV-RECON e FIN-STATEMENTS:
*>       . DSO  = clientes / receita x dias
*>       . DPO  = fornecedores / custo das vendas x dias
*>       . DIO  = estoques / custo das vendas x dias
*>       . ciclo de caixa = DSO + DIO - DPO
*>       . liquidez corrente = ativo circ. / passivo circ.
*>       . liquidez seca = (ativo circ. - estoques) / passivo circ.
*>       . margem bruta e margem EBITDA sobre a receita
*>       . divida liquida = divida - caixa
*>   - Cada indicador sai em quatro colunas: mes atual, mes
*>     anterior, mesmo mes do ano anterior e ultimos 12 meses.
*>     Saldos (clientes, estoques...) sao os do fim da janela;
*>     fluxos (receita, custo...) somam a janela. Dias no ano
*>     comercial: 30 por mes, 360 nos 12 meses. O 13o periodo
*>     (ajustes de auditoria) entra junto com dezembro.
*>   - Quais contas alimentam cada componente fica na tabela
*>     KPI-DEFS (ver kpi-defs.cpy, mantida no AUX-MENU K1/K2/K3):
*>     faixas de contas ou rubricas do STMT-CAPTIONS, com sinal.
*>     A divida bruta vem das contas de curto e longo prazo dos
*>     contratos do LOANS, mais o componente DIVD da tabela.
*>   - O relatorio imprime as bases em R$ e a tabela de
*>     definicoes usada; componente sem definicao deixa os
*>     indicadores que dependem dele como "n/d" e o RC em 4.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. KPI-RPT.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-REPORT-PERIOD     PIC 9(6).
01 WS-REPORT-YEAR       PIC 9(4).
01 WS-REPORT-MONTH      PIC 9(2).

*> Aritmetica de meses (WS-SH-BACK meses antes do periodo)
01 WS-SH-BACK           PIC 9(2).
01 WS-SH-MONTHS         PIC 9(6).
01 WS-SH-YEAR           PIC 9(4).
01 WS-SH-MONTH          PIC 9(2).
01 WS-SH-RESULT         PIC 9(6).

*> Janelas: 1 mes atual, 2 mes anterior, 3 mesmo mes do ano
*> anterior, 4 ultimos 12 meses
01 WS-WIN-TABLE.
   05 WS-WIN-ENTRY OCCURS 4 TIMES.
      10 WS-WIN-FLOW-FROM  PIC 9(6).
      10 WS-WIN-FLOW-TO    PIC 9(6).
      10 WS-WIN-END        PIC 9(6).
      10 WS-WIN-DAYS       PIC 9(3).
01 WS-W                 PIC 9(1).

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.
01 WS-LG-EFF-PERIOD     PIC 9(6).

01 WS-KD-OP-CODE        PIC X.
COPY "kpi-defs.cpy" REPLACING ==KD-RECORD== BY ==WS-KD-RECORD==.
01 WS-KD-RETURN-STATUS  PIC XX.

01 WS-SC-OP-CODE        PIC X.
COPY "stmt-captions.cpy" REPLACING ==SC-RECORD== BY ==WS-SC-RECORD==.
01 WS-SC-RETURN-STATUS  PIC XX.

01 WS-LN-OP-CODE        PIC X.
COPY "loans.cpy" REPLACING ==LN-RECORD== BY ==WS-LN-RECORD==.
01 WS-LN-RETURN-STATUS  PIC XX.

*> Componentes: codigo, natureza (D devedora / C credora),
*> tipo (F fluxo da janela / B saldo no fim da janela)
01 WS-CP-STATIC.
   05 FILLER PIC X(36) VALUE "RECECFReceita liquida".
   05 FILLER PIC X(36) VALUE "CUSTDFCusto das vendas".
   05 FILLER PIC X(36) VALUE "DESPDFDespesas operacionais".
   05 FILLER PIC X(36) VALUE "DEPRDFDepreciacao/amortizacao".
   05 FILLER PIC X(36) VALUE "CLIEDBContas a receber".
   05 FILLER PIC X(36) VALUE "FORNCBFornecedores".
   05 FILLER PIC X(36) VALUE "ESTQDBEstoques".
   05 FILLER PIC X(36) VALUE "ATCIDBAtivo circulante".
   05 FILLER PIC X(36) VALUE "PACICBPassivo circulante".
   05 FILLER PIC X(36) VALUE "CAIXDBCaixa e equivalentes".
   05 FILLER PIC X(36) VALUE "DIVDCBDivida bruta".
01 WS-CP-STATIC-TABLE REDEFINES WS-CP-STATIC.
   05 WS-CP-STATIC-ENTRY OCCURS 11 TIMES.
      10 WS-CP-CODE        PIC X(4).
      10 WS-CP-NATURE      PIC X(1).
      10 WS-CP-KIND        PIC X(1).
      10 WS-CP-NAME        PIC X(30).
01 WS-CP-TABLE.
   05 WS-CP-ENTRY OCCURS 11 TIMES.
      10 WS-CP-DEFINED     PIC X(1).
      10 WS-CP-AMOUNT      PIC S9(18) OCCURS 4 TIMES.
01 WS-CP-I              PIC 9(2).
01 WS-CP-MISSING        PIC 9(2) VALUE 0.

*> Linhas de definicao ja resolvidas em faixa de contas
01 WS-DF-COUNT          PIC 9(3) VALUE 0.
01 WS-DF-TABLE.
   05 WS-DF-ENTRY OCCURS 100 TIMES.
      10 WS-DF-CP          PIC 9(2).
      10 WS-DF-FROM        PIC 9(10).
      10 WS-DF-TO          PIC 9(10).
      10 WS-DF-SIGN        PIC X(1).
      10 WS-DF-SOURCE      PIC X(1).
      10 WS-DF-CAP-KEY     PIC X(4).
      10 WS-DF-DESC        PIC X(30).
01 WS-DF-I              PIC 9(3).

*> Contas de divida dos contratos do LOANS
01 WS-LA-COUNT          PIC 9(3) VALUE 0.
01 WS-LA-TABLE.
   05 WS-LA-ACCOUNT OCCURS 100 TIMES PIC 9(10).
01 WS-LA-I              PIC 9(3).
01 WS-LA-CANDIDATE      PIC 9(10).
01 WS-LA-FOUND          PIC X.
   88 LOAN-ACCOUNT-FOUND      VALUE "Y".

*> Acumulado da conta corrente da varredura, por janela
01 WS-CUR-ACCOUNT       PIC 9(10) VALUE 0.
01 WS-ACC-TABLE.
   05 WS-ACC-ENTRY OCCURS 4 TIMES.
      10 WS-ACC-FLOW       PIC S9(18).
      10 WS-ACC-BAL        PIC S9(18).
01 WS-ACC-VALUE         PIC S9(18).
01 WS-DIVD-MATCHED      PIC X.
   88 DIVD-ALREADY-MATCHED    VALUE "Y".

*> Indicadores calculados: 1 DSO, 2 DPO, 3 DIO, 4 ciclo,
*> 5 liquidez corrente, 6 liquidez seca, 7 margem bruta,
*> 8 margem EBITDA, 9 divida liquida
01 WS-KPI-TABLE.
   05 WS-KPI-ENTRY OCCURS 9 TIMES.
      10 WS-KPI-CELL OCCURS 4 TIMES.
         15 WS-KPI-VALUE   PIC S9(13)V99.
         15 WS-KPI-ND      PIC X(1).
01 WS-K                 PIC 9(2).
01 WS-KPI-LABELS.
   05 FILLER PIC X(34) VALUE "DSO - prazo medio recebimento (d)".
   05 FILLER PIC X(34) VALUE "DPO - prazo medio pagamento (d)".
   05 FILLER PIC X(34) VALUE "DIO - prazo medio estocagem (d)".
   05 FILLER PIC X(34) VALUE "Ciclo de caixa (dias)".
   05 FILLER PIC X(34) VALUE "Liquidez corrente (x)".
   05 FILLER PIC X(34) VALUE "Liquidez seca (x)".
   05 FILLER PIC X(34) VALUE "Margem bruta (%)".
   05 FILLER PIC X(34) VALUE "Margem EBITDA (%)".
   05 FILLER PIC X(34) VALUE "Divida liquida (R$)".
01 WS-KPI-LABEL-TABLE REDEFINES WS-KPI-LABELS.
   05 WS-KPI-LABEL PIC X(34) OCCURS 9 TIMES.

01 WS-EBITDA            PIC S9(18).
01 WS-NUMERATOR         PIC S9(18).

*> Linha impressa: rotulo + 4 janelas
01 WS-KPI-LINE.
   05 WS-KL-LABEL          PIC X(34).
   05 WS-KL-COL OCCURS 4 TIMES.
      10 FILLER            PIC X(1).
      10 WS-KL-CELL        PIC X(17).
01 WS-KL-EDIT           PIC -(13)9.99.
01 WS-DEC-AMOUNT        PIC S9(16)V99.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "=== KPI-RPT - Indicadores financeiros do mes ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD

    MOVE "KPI" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    PERFORM SET-UP-WINDOWS
    PERFORM LOAD-KPI-DEFINITIONS
    PERFORM LOAD-LOAN-ACCOUNTS
    PERFORM COLLECT-LEDGER-AMOUNTS
    PERFORM COMPUTE-KPIS
    PERFORM PRINT-KPIS
    PERFORM PRINT-BASES
    PERFORM PRINT-DEFINITIONS

    IF WS-CP-MISSING > 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

SET-UP-WINDOWS.
    DIVIDE WS-REPORT-PERIOD BY 100 GIVING WS-REPORT-YEAR
           REMAINDER WS-REPORT-MONTH

    MOVE WS-REPORT-PERIOD TO WS-WIN-FLOW-FROM (1)
    MOVE WS-REPORT-PERIOD TO WS-WIN-FLOW-TO (1)
    MOVE WS-REPORT-PERIOD TO WS-WIN-END (1)
    MOVE 30 TO WS-WIN-DAYS (1)

    MOVE 1 TO WS-SH-BACK
    PERFORM SHIFT-PERIOD
    MOVE WS-SH-RESULT TO WS-WIN-FLOW-FROM (2)
    MOVE WS-SH-RESULT TO WS-WIN-FLOW-TO (2)
    MOVE WS-SH-RESULT TO WS-WIN-END (2)
    MOVE 30 TO WS-WIN-DAYS (2)

    MOVE 12 TO WS-SH-BACK
    PERFORM SHIFT-PERIOD
    MOVE WS-SH-RESULT TO WS-WIN-FLOW-FROM (3)
    MOVE WS-SH-RESULT TO WS-WIN-FLOW-TO (3)
    MOVE WS-SH-RESULT TO WS-WIN-END (3)
    MOVE 30 TO WS-WIN-DAYS (3)

    MOVE 11 TO WS-SH-BACK
    PERFORM SHIFT-PERIOD
    MOVE WS-SH-RESULT TO WS-WIN-FLOW-FROM (4)
    MOVE WS-REPORT-PERIOD TO WS-WIN-FLOW-TO (4)
    MOVE WS-REPORT-PERIOD TO WS-WIN-END (4)
    MOVE 360 TO WS-WIN-DAYS (4)

    PERFORM VARYING WS-CP-I FROM 1 BY 1 UNTIL WS-CP-I > 11
       MOVE "N" TO WS-CP-DEFINED (WS-CP-I)
       PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
          MOVE 0 TO WS-CP-AMOUNT (WS-CP-I WS-W)
       END-PERFORM
    END-PERFORM
    .

SHIFT-PERIOD.
    COMPUTE WS-SH-MONTHS = (WS-REPORT-YEAR * 12) + WS-REPORT-MONTH - 1
                         - WS-SH-BACK
    DIVIDE WS-SH-MONTHS BY 12 GIVING WS-SH-YEAR
           REMAINDER WS-SH-MONTH
    COMPUTE WS-SH-RESULT = (WS-SH-YEAR * 100) + WS-SH-MONTH + 1
    .

LOAD-KPI-DEFINITIONS.
    MOVE SPACE TO WS-KD-RECORD
    MOVE "L" TO WS-KD-OP-CODE
    CALL "KPI-DEFS-IO" USING
         WS-KD-OP-CODE
         WS-KD-RECORD
         WS-KD-RETURN-STATUS

    PERFORM UNTIL WS-KD-RETURN-STATUS NOT = "00"
       PERFORM RESOLVE-ONE-DEFINITION
       MOVE "N" TO WS-KD-OP-CODE
       CALL "KPI-DEFS-IO" USING
            WS-KD-OP-CODE
            WS-KD-RECORD
            WS-KD-RETURN-STATUS
    END-PERFORM
    .

RESOLVE-ONE-DEFINITION.
    MOVE 0 TO WS-CP-I
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 11
       IF WS-CP-CODE (WS-K) = KD-COMPONENT OF WS-KD-RECORD
          MOVE WS-K TO WS-CP-I
       END-IF
    END-PERFORM
    IF WS-CP-I = 0
       EXIT PARAGRAPH
    END-IF

    IF WS-DF-COUNT NOT < 100
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Tabela de definicoes cheia (100) - linha " DELIMITED BY SIZE
              KD-KEY OF WS-KD-RECORD DELIMITED BY SIZE
              " ignorada ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    *> Rubrica do STMT-CAPTIONS vale pela faixa cadastrada hoje
    IF KD-FROM-CAPTION OF WS-KD-RECORD
       MOVE SPACE TO WS-SC-RECORD
       MOVE KD-CAP-STATEMENT OF WS-KD-RECORD
         TO SC-STATEMENT OF WS-SC-RECORD
       MOVE KD-CAP-ORDER OF WS-KD-RECORD
         TO SC-ORDER OF WS-SC-RECORD
       MOVE "R" TO WS-SC-OP-CODE
       CALL "STMT-CAPTIONS-IO" USING
            WS-SC-OP-CODE
            WS-SC-RECORD
            WS-SC-RETURN-STATUS
       IF WS-SC-RETURN-STATUS NOT = "00"
          MOVE SPACES TO WS-RP-LINE
          STRING "Aviso: definicao " DELIMITED BY SIZE
                 KD-KEY OF WS-KD-RECORD DELIMITED BY SIZE
                 " aponta rubrica inexistente " DELIMITED BY SIZE
                 KD-CAPTION-KEY OF WS-KD-RECORD DELIMITED BY SIZE
                 " - ignorada" DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
          EXIT PARAGRAPH
       END-IF
    END-IF

    ADD 1 TO WS-DF-COUNT
    MOVE WS-CP-I TO WS-DF-CP (WS-DF-COUNT)
    MOVE KD-SIGN OF WS-KD-RECORD TO WS-DF-SIGN (WS-DF-COUNT)
    MOVE KD-SOURCE OF WS-KD-RECORD TO WS-DF-SOURCE (WS-DF-COUNT)
    MOVE KD-CAPTION-KEY OF WS-KD-RECORD TO WS-DF-CAP-KEY (WS-DF-COUNT)
    MOVE KD-DESCRIPTION OF WS-KD-RECORD TO WS-DF-DESC (WS-DF-COUNT)
    IF KD-FROM-CAPTION OF WS-KD-RECORD
       MOVE SC-RANGE-FROM OF WS-SC-RECORD TO WS-DF-FROM (WS-DF-COUNT)
       MOVE SC-RANGE-TO   OF WS-SC-RECORD TO WS-DF-TO   (WS-DF-COUNT)
    ELSE
       MOVE KD-RANGE-FROM OF WS-KD-RECORD TO WS-DF-FROM (WS-DF-COUNT)
       MOVE KD-RANGE-TO   OF WS-KD-RECORD TO WS-DF-TO   (WS-DF-COUNT)
    END-IF
    MOVE "Y" TO WS-CP-DEFINED (WS-CP-I)
    .

LOAD-LOAN-ACCOUNTS.
    *> Contas de curto e longo prazo de todos os contratos (o
    *> contrato quitado tem saldo zero e nao pesa)
    MOVE SPACE TO WS-LN-RECORD
    MOVE "L" TO WS-LN-OP-CODE
    CALL "LOANS-IO" USING
         WS-LN-OP-CODE
         WS-LN-RECORD
         WS-LN-RETURN-STATUS

    PERFORM UNTIL WS-LN-RETURN-STATUS NOT = "00"
       MOVE LN-ST-ACCT OF WS-LN-RECORD TO WS-LA-CANDIDATE
       PERFORM ADD-LOAN-ACCOUNT
       MOVE LN-LT-ACCT OF WS-LN-RECORD TO WS-LA-CANDIDATE
       PERFORM ADD-LOAN-ACCOUNT
       MOVE "N" TO WS-LN-OP-CODE
       CALL "LOANS-IO" USING
            WS-LN-OP-CODE
            WS-LN-RECORD
            WS-LN-RETURN-STATUS
    END-PERFORM

    IF WS-LA-COUNT > 0
       MOVE "Y" TO WS-CP-DEFINED (11)
    END-IF
    .

ADD-LOAN-ACCOUNT.
    IF WS-LA-CANDIDATE = 0
       EXIT PARAGRAPH
    END-IF
    PERFORM FIND-LOAN-ACCOUNT
    IF LOAN-ACCOUNT-FOUND OR WS-LA-COUNT NOT < 100
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LA-COUNT
    MOVE WS-LA-CANDIDATE TO WS-LA-ACCOUNT (WS-LA-COUNT)
    .

FIND-LOAN-ACCOUNT.
    MOVE "N" TO WS-LA-FOUND
    PERFORM VARYING WS-LA-I FROM 1 BY 1
              UNTIL WS-LA-I > WS-LA-COUNT OR LOAN-ACCOUNT-FOUND
       IF WS-LA-ACCOUNT (WS-LA-I) = WS-LA-CANDIDATE
          MOVE "Y" TO WS-LA-FOUND
       END-IF
    END-PERFORM
    .

COLLECT-LEDGER-AMOUNTS.
    PERFORM RESET-ACCOUNT-AMOUNTS

    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS

    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       IF LG-ACCOUNT-ID OF WS-LG-RECORD NOT = WS-CUR-ACCOUNT
          PERFORM FLUSH-ACCOUNT-AMOUNTS
          PERFORM RESET-ACCOUNT-AMOUNTS
          MOVE LG-ACCOUNT-ID OF WS-LG-RECORD TO WS-CUR-ACCOUNT
       END-IF
       PERFORM ACCUMULATE-ONE-RECORD
       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-IO" USING WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    PERFORM FLUSH-ACCOUNT-AMOUNTS
    .

RESET-ACCOUNT-AMOUNTS.
    PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
       MOVE 0 TO WS-ACC-FLOW (WS-W)
       MOVE 0 TO WS-ACC-BAL (WS-W)
    END-PERFORM
    .

ACCUMULATE-ONE-RECORD.
    *> O 13o periodo conta como dezembro nos fluxos; no saldo,
    *> a varredura em ordem de periodo deixa o ultimo fechamento
    *> ate o fim da janela
    MOVE LG-PERIOD OF WS-LG-RECORD TO WS-LG-EFF-PERIOD
    IF LG-PERIOD OF WS-LG-RECORD (5:2) = "13"
       SUBTRACT 1 FROM WS-LG-EFF-PERIOD
    END-IF

    PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
       IF WS-LG-EFF-PERIOD NOT < WS-WIN-FLOW-FROM (WS-W)
          AND WS-LG-EFF-PERIOD NOT > WS-WIN-FLOW-TO (WS-W)
          COMPUTE WS-ACC-FLOW (WS-W) = WS-ACC-FLOW (WS-W)
                + LG-DEBIT-CENTS  OF WS-LG-RECORD
                - LG-CREDIT-CENTS OF WS-LG-RECORD
       END-IF
       IF LG-PERIOD OF WS-LG-RECORD NOT > WS-WIN-END (WS-W)
          MOVE LG-CLOSING-CENTS OF WS-LG-RECORD TO WS-ACC-BAL (WS-W)
       END-IF
    END-PERFORM
    .

FLUSH-ACCOUNT-AMOUNTS.
    IF WS-CUR-ACCOUNT = 0
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-DIVD-MATCHED
    PERFORM VARYING WS-DF-I FROM 1 BY 1 UNTIL WS-DF-I > WS-DF-COUNT
       IF WS-CUR-ACCOUNT NOT < WS-DF-FROM (WS-DF-I)
          AND WS-CUR-ACCOUNT NOT > WS-DF-TO (WS-DF-I)
          MOVE WS-DF-CP (WS-DF-I) TO WS-CP-I
          IF WS-CP-I = 11
             MOVE "Y" TO WS-DIVD-MATCHED
          END-IF
          PERFORM ADD-ACCOUNT-TO-COMPONENT
       END-IF
    END-PERFORM

    *> Conta de contrato do LOANS soma a divida bruta, salvo se ja
    *> entrou pelo DIVD da tabela
    IF NOT DIVD-ALREADY-MATCHED
       MOVE WS-CUR-ACCOUNT TO WS-LA-CANDIDATE
       PERFORM FIND-LOAN-ACCOUNT
       IF LOAN-ACCOUNT-FOUND
          MOVE 11 TO WS-CP-I
          MOVE 0  TO WS-DF-I
          PERFORM ADD-ACCOUNT-TO-COMPONENT
       END-IF
    END-IF
    .

ADD-ACCOUNT-TO-COMPONENT.
    *> WS-DF-I = 0 quando a conta vem do LOANS (sinal '+')
    PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
       IF WS-CP-KIND (WS-CP-I) = "F"
          MOVE WS-ACC-FLOW (WS-W) TO WS-ACC-VALUE
       ELSE
          MOVE WS-ACC-BAL (WS-W) TO WS-ACC-VALUE
       END-IF
       IF WS-CP-NATURE (WS-CP-I) = "C"
          COMPUTE WS-ACC-VALUE = 0 - WS-ACC-VALUE
       END-IF
       IF WS-DF-I > 0
          IF WS-DF-SIGN (WS-DF-I) = "-"
             COMPUTE WS-ACC-VALUE = 0 - WS-ACC-VALUE
          END-IF
       END-IF
       ADD WS-ACC-VALUE TO WS-CP-AMOUNT (WS-CP-I WS-W)
    END-PERFORM
    .

COMPUTE-KPIS.
    PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
          MOVE 0   TO WS-KPI-VALUE (WS-K WS-W)
          MOVE "Y" TO WS-KPI-ND (WS-K WS-W)
       END-PERFORM
       PERFORM COMPUTE-WINDOW-KPIS
    END-PERFORM
    .

COMPUTE-WINDOW-KPIS.
    *> Componentes: 1 RECE 2 CUST 3 DESP 4 DEPR 5 CLIE 6 FORN
    *> 7 ESTQ 8 ATCI 9 PACI 10 CAIX 11 DIVD
    IF WS-CP-DEFINED (1) = "Y" AND WS-CP-DEFINED (5) = "Y"
       AND WS-CP-AMOUNT (1 WS-W) NOT = 0
       COMPUTE WS-KPI-VALUE (1 WS-W) ROUNDED =
               WS-CP-AMOUNT (5 WS-W) * WS-WIN-DAYS (WS-W)
             / WS-CP-AMOUNT (1 WS-W)
       MOVE "N" TO WS-KPI-ND (1 WS-W)
    END-IF

    IF WS-CP-DEFINED (2) = "Y" AND WS-CP-AMOUNT (2 WS-W) NOT = 0
       IF WS-CP-DEFINED (6) = "Y"
          COMPUTE WS-KPI-VALUE (2 WS-W) ROUNDED =
                  WS-CP-AMOUNT (6 WS-W) * WS-WIN-DAYS (WS-W)
                / WS-CP-AMOUNT (2 WS-W)
          MOVE "N" TO WS-KPI-ND (2 WS-W)
       END-IF
       IF WS-CP-DEFINED (7) = "Y"
          COMPUTE WS-KPI-VALUE (3 WS-W) ROUNDED =
                  WS-CP-AMOUNT (7 WS-W) * WS-WIN-DAYS (WS-W)
                / WS-CP-AMOUNT (2 WS-W)
          MOVE "N" TO WS-KPI-ND (3 WS-W)
       END-IF
    END-IF

    IF WS-KPI-ND (1 WS-W) = "N" AND WS-KPI-ND (2 WS-W) = "N"
       AND WS-KPI-ND (3 WS-W) = "N"
       COMPUTE WS-KPI-VALUE (4 WS-W) = WS-KPI-VALUE (1 WS-W)
                                     + WS-KPI-VALUE (3 WS-W)
                                     - WS-KPI-VALUE (2 WS-W)
       MOVE "N" TO WS-KPI-ND (4 WS-W)
    END-IF

    IF WS-CP-DEFINED (8) = "Y" AND WS-CP-DEFINED (9) = "Y"
       AND WS-CP-AMOUNT (9 WS-W) NOT = 0
       COMPUTE WS-KPI-VALUE (5 WS-W) ROUNDED =
               WS-CP-AMOUNT (8 WS-W) / WS-CP-AMOUNT (9 WS-W)
       MOVE "N" TO WS-KPI-ND (5 WS-W)
       IF WS-CP-DEFINED (7) = "Y"
          COMPUTE WS-KPI-VALUE (6 WS-W) ROUNDED =
                  (WS-CP-AMOUNT (8 WS-W) - WS-CP-AMOUNT (7 WS-W))
                / WS-CP-AMOUNT (9 WS-W)
          MOVE "N" TO WS-KPI-ND (6 WS-W)
       END-IF
    END-IF

    IF WS-CP-DEFINED (1) = "Y" AND WS-CP-DEFINED (2) = "Y"
       AND WS-CP-AMOUNT (1 WS-W) NOT = 0
       COMPUTE WS-NUMERATOR = WS-CP-AMOUNT (1 WS-W)
                            - WS-CP-AMOUNT (2 WS-W)
       COMPUTE WS-KPI-VALUE (7 WS-W) ROUNDED =
               WS-NUMERATOR * 100 / WS-CP-AMOUNT (1 WS-W)
       MOVE "N" TO WS-KPI-ND (7 WS-W)
       IF WS-CP-DEFINED (3) = "Y" AND WS-CP-DEFINED (4) = "Y"
          COMPUTE WS-EBITDA = WS-NUMERATOR
                            - WS-CP-AMOUNT (3 WS-W)
                            + WS-CP-AMOUNT (4 WS-W)
          COMPUTE WS-KPI-VALUE (8 WS-W) ROUNDED =
                  WS-EBITDA * 100 / WS-CP-AMOUNT (1 WS-W)
          MOVE "N" TO WS-KPI-ND (8 WS-W)
       END-IF
    END-IF

    IF WS-CP-DEFINED (10) = "Y" AND WS-CP-DEFINED (11) = "Y"
       COMPUTE WS-KPI-VALUE (9 WS-W) =
               (WS-CP-AMOUNT (11 WS-W) - WS-CP-AMOUNT (10 WS-W)) / 100
       MOVE "N" TO WS-KPI-ND (9 WS-W)
    END-IF
    .

PRINT-KPIS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-KPI-LINE
    MOVE "Indicador" TO WS-KL-LABEL
    MOVE "        Mes atual" TO WS-KL-CELL (1)
    MOVE "     Mes anterior" TO WS-KL-CELL (2)
    MOVE "Mesmo mes ano ant" TO WS-KL-CELL (3)
    MOVE " Ultimos 12 meses" TO WS-KL-CELL (4)
    MOVE WS-KPI-LINE TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-KPI-LINE
    PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
       MOVE SPACES TO WS-KL-CELL (WS-W)
       IF WS-W = 4
          STRING WS-WIN-FLOW-FROM (WS-W) DELIMITED BY SIZE
                 " a " DELIMITED BY SIZE
                 WS-WIN-END (WS-W) DELIMITED BY SIZE
            INTO WS-KL-CELL (WS-W)
       ELSE
          STRING "           " DELIMITED BY SIZE
                 WS-WIN-END (WS-W) DELIMITED BY SIZE
            INTO WS-KL-CELL (WS-W)
       END-IF
    END-PERFORM
    MOVE WS-KPI-LINE TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
       MOVE SPACES TO WS-KPI-LINE
       MOVE WS-KPI-LABEL (WS-K) TO WS-KL-LABEL
       PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
          IF WS-KPI-ND (WS-K WS-W) = "Y"
             MOVE "              n/d" TO WS-KL-CELL (WS-W)
          ELSE
             MOVE WS-KPI-VALUE (WS-K WS-W) TO WS-KL-EDIT
             MOVE WS-KL-EDIT TO WS-KL-CELL (WS-W)
          END-IF
       END-PERFORM
       MOVE WS-KPI-LINE TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

PRINT-BASES.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Bases (R$; saldos no fim da janela, fluxos na janela) ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-CP-I FROM 1 BY 1 UNTIL WS-CP-I > 11
       MOVE SPACES TO WS-KPI-LINE
       STRING WS-CP-CODE (WS-CP-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CP-NAME (WS-CP-I) DELIMITED BY SIZE
         INTO WS-KL-LABEL
       PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
          IF WS-CP-DEFINED (WS-CP-I) = "Y"
             COMPUTE WS-DEC-AMOUNT = WS-CP-AMOUNT (WS-CP-I WS-W) / 100
             MOVE WS-DEC-AMOUNT TO WS-KL-EDIT
             MOVE WS-KL-EDIT TO WS-KL-CELL (WS-W)
          ELSE
             MOVE "              n/d" TO WS-KL-CELL (WS-W)
          END-IF
       END-PERFORM
       MOVE WS-KPI-LINE TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

PRINT-DEFINITIONS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Definicoes dos componentes (KPI-DEFS) ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-CP-I FROM 1 BY 1 UNTIL WS-CP-I > 11
       PERFORM PRINT-COMPONENT-DEFINITION
    END-PERFORM
    .

PRINT-COMPONENT-DEFINITION.
    IF WS-CP-DEFINED (WS-CP-I) NOT = "Y"
       ADD 1 TO WS-CP-MISSING
       MOVE SPACES TO WS-RP-LINE
       STRING WS-CP-CODE (WS-CP-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CP-NAME (WS-CP-I) DELIMITED BY SIZE
              " *** sem definicao - indicadores que dependem dele saem n/d" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-DF-I FROM 1 BY 1 UNTIL WS-DF-I > WS-DF-COUNT
       IF WS-DF-CP (WS-DF-I) = WS-CP-I
          MOVE SPACES TO WS-RP-LINE
          IF WS-DF-SOURCE (WS-DF-I) = "C"
             STRING WS-CP-CODE (WS-CP-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-DF-SIGN (WS-DF-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-DF-DESC (WS-DF-I) DELIMITED BY SIZE
                    " rubrica " DELIMITED BY SIZE
                    WS-DF-CAP-KEY (WS-DF-I) DELIMITED BY SIZE
                    " (contas " DELIMITED BY SIZE
                    WS-DF-FROM (WS-DF-I) DELIMITED BY SIZE
                    " a " DELIMITED BY SIZE
                    WS-DF-TO (WS-DF-I) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO WS-RP-LINE
          ELSE
             STRING WS-CP-CODE (WS-CP-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-DF-SIGN (WS-DF-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-DF-DESC (WS-DF-I) DELIMITED BY SIZE
                    " contas " DELIMITED BY SIZE
                    WS-DF-FROM (WS-DF-I) DELIMITED BY SIZE
                    " a " DELIMITED BY SIZE
                    WS-DF-TO (WS-DF-I) DELIMITED BY SIZE
               INTO WS-RP-LINE
          END-IF
          PERFORM EMIT-REPORT-LINE
       END-IF
    END-PERFORM

    IF WS-CP-I = 11 AND WS-LA-COUNT > 0
       PERFORM VARYING WS-LA-I FROM 1 BY 1 UNTIL WS-LA-I > WS-LA-COUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "DIVD + contrato do LOANS           conta " DELIMITED BY SIZE
                 WS-LA-ACCOUNT (WS-LA-I) DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-PERFORM
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
