>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: payroll-prov.cob
*> Objetivo:
*>   - Provisao mensal de ferias, 1/3 de ferias, 13o salario e
*>     dos encargos (INSS e FGTS) sobre elas, a partir do arquivo
*>     de quadro de pessoal exportado pelo bureau da folha
*>     ("data/headcount.txt"), para o periodo AAAAMM do SYSIN:
*>       H<aaaamm>                       (competencia)
*>       D<mmmmmm><cccccc><vvvvvvvvvvvvvvv>  (matricula, centro de
*>                                        custo e salario base
*>                                        em centavos)
*>   - Por centro de custo: ferias = 1/12 do salario base, 1/3 de
*>     ferias = 1/36, 13o = 1/12; INSS e FGTS sobre a soma das
*>     tres, aliquotas PROV-INSS-PCT / PROV-FGTS-PCT do SYS-PARAMS
*>     (centesimos de %, default 20% e 8%).
*>   - Contas pelo PAYROLL-MAP, eventos reservados PVFE, PVF3,
*>     PV13, PVIN e PVFG (D despesa / C passivo da provisao):
*>     os cinco precisam estar mapeados e ativos, senao nada e
*>     lancado (RC 8). O debito sai por centro de custo do
*>     quadro (centro em branco usa o do mapeamento); o credito,
*>     uma linha por evento.
*>   - Lancamento via JOURNAL-IO com JR-TXN-ID fixo por periodo,
*>     na faixa das provisoes (TXN-SEQ-IO 'B', faixa 'B', somando
*>     1000000000 + periodo): reexecutar o periodo cai em "22
*>     chave duplicada" em vez de dobrar a provisao - o relatorio
*>     sai do mesmo jeito. A provisao acumula mes a mes e e
*>     consumida pelos eventos reais de ferias/13o que o
*>     PAYROLL-IMPORT debita no passivo (PM-PROVISION-EVENT).
*>   - Relatorio (spool PROV-FERIAS): provisao do mes por centro
*>     de custo e a movimentacao de cada conta de passivo no
*>     LEDGER (saldo inicial, constituido, utilizado, saldo
*>     final), com a prova: constituido no LEDGER contra o
*>     calculado e saldo final devedor (utilizacao acima do
*>     provisionado) apontados.
*>   - RC 0 ok, RC 4 divergencia na prova do LEDGER, RC 8 arquivo
*>     ou mapeamento invalido, periodo fechado ou lancamento
*>     recusado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYROLL-PROV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HEADCOUNT-FILE ASSIGN TO "data/headcount.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-HEADCOUNT.

DATA DIVISION.
FILE SECTION.

FD  HEADCOUNT-FILE.
01  HEADCOUNT-LINE PIC X(40).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-HEADCOUNT PIC XX.
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-HEADCOUNT VALUE "Y".

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "PAYPROV".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Spool do relatorio (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "PROV-FERIAS".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Base da faixa reservada de JR-TXN-ID (TXN-SEQ-IO 'B')
01 WS-PROV-ID-BASE      PIC 9(12).
01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-TARGET-PERIOD     PIC 9(6).
01 WS-PERIOD-END-DATE   PIC 9(8).
01 WS-COMPETENCE        PIC 9(6).
01 WS-FINAL-RC          PIC 9(2) VALUE 0.

01 WS-INSS-PCT          PIC 9(5) VALUE 2000.
01 WS-FGTS-PCT          PIC 9(5) VALUE 800.

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "PAYPROV".
01 WS-SP-RETURN-STATUS  PIC XX.

01 WS-PM-OP-CODE        PIC X.
COPY "payroll-map.cpy" REPLACING ==PM-RECORD== BY ==WS-PM-RECORD==.
01 WS-PM-RETURN-STATUS  PIC XX.

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

*> Eventos de provisao: 1 ferias, 2 1/3 de ferias, 3 13o,
*> 4 INSS, 5 FGTS
01 WS-EV-TABLE.
   05 WS-EV-ENTRY OCCURS 5 TIMES.
      10 WS-EV-CODE         PIC X(4).
      10 WS-EV-DESC         PIC X(30).
      10 WS-EV-DEBIT-ACCT   PIC 9(10).
      10 WS-EV-CREDIT-ACCT  PIC 9(10).
      10 WS-EV-COST-CENTER  PIC X(6).
      10 WS-EV-TOTAL        PIC 9(15).
01 WS-EV-I              PIC 9(1).
01 WS-EV-MISSING        PIC 9(1) VALUE 0.

*> Quadro agregado por centro de custo
01 WS-CC-TABLE.
   05 WS-CC-ENTRY OCCURS 39 TIMES.
      10 WS-CC-CODE         PIC X(6).
      10 WS-CC-HEADCOUNT    PIC 9(5).
      10 WS-CC-BASE         PIC 9(15).
      10 WS-CC-AMOUNT       PIC 9(15) OCCURS 5 TIMES.
01 WS-CC-COUNT          PIC 9(3) VALUE 0.
01 WS-CC-I              PIC 9(3).
01 WS-CC-IDX            PIC 9(3).
01 WS-CC-WORK           PIC X(6).
01 WS-CC-OVERFLOW       PIC 9(5) VALUE 0.
01 WS-CHARGE-BASE       PIC 9(15).

01 WS-EMP-CC            PIC X(6).
01 WS-EMP-SALARY        PIC 9(15).
01 WS-EMPLOYEES-READ    PIC 9(5) VALUE 0.
01 WS-LINES-REJECTED    PIC 9(5) VALUE 0.
01 WS-TOTAL-BASE        PIC 9(18) VALUE 0.
01 WS-TOTAL-PROVISION   PIC 9(18) VALUE 0.

*> Contas de passivo distintas (prova no LEDGER)
01 WS-LB-TABLE.
   05 WS-LB-ENTRY OCCURS 5 TIMES.
      10 WS-LB-ACCT         PIC 9(10).
      10 WS-LB-ACCRUED      PIC 9(15).
01 WS-LB-COUNT          PIC 9(1) VALUE 0.
01 WS-LB-I              PIC 9(1).
01 WS-LB-IDX            PIC 9(1).
01 WS-BAL-OPENING       PIC S9(18).
01 WS-BAL-CLOSING       PIC S9(18).
01 WS-BAL-PROOF         PIC S9(18).

01 WS-LINE-I            PIC 9(3).

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "PAYPROV".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-COL          PIC -(11)9.99 OCCURS 6 TIMES.
01 WS-EDIT-HEADCOUNT    PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== PAYROLL-PROV - Provisao de ferias e 13o salario ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "PV0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "Periodo a provisionar (AAAAMM): " WITH NO ADVANCING
    ACCEPT WS-TARGET-PERIOD
    COMPUTE WS-PERIOD-END-DATE = (WS-TARGET-PERIOD * 100) + 31

    MOVE "B" TO WS-SQ-OP-CODE
    MOVE "B" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    MOVE WS-SQ-TXN-ID TO WS-PROV-ID-BASE

    *> Periodo fechado nao recebe provisao
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
               "provisao nao calculada."
       MOVE "PERIODO FECHADO" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF

    PERFORM LOAD-PARAMETERS
    PERFORM LOAD-PROVISION-MAPPINGS
    IF WS-EV-MISSING > 0
       DISPLAY "*** " WS-EV-MISSING " evento(s) de provisao sem "
               "mapeamento ativo em PAYROLL-MAP - nada lancado."
       MOVE "EVENTOS DE PROVISAO NAO MAPEADOS" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF

    PERFORM LOAD-HEADCOUNT
    IF WS-CC-OVERFLOW > 0
       DISPLAY "*** Mais de 39 centros de custo no quadro (estoura as "
               "200 linhas do lancamento) - divida o arquivo. ***"
       MOVE "QUADRO COM CENTROS DE CUSTO DEMAIS" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF
    IF WS-EMPLOYEES-READ = 0
       DISPLAY "Quadro de pessoal sem empregados - nada a provisionar."
       MOVE "I" TO WS-BL-SEVERITY
       MOVE "PV0009" TO WS-BL-MSG-CODE
       MOVE "QUADRO VAZIO - NADA A PROVISIONAR" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       STOP RUN
    END-IF

    PERFORM COMPUTE-PROVISIONS
    PERFORM WRITE-PROVISION-ENTRY

    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-TARGET-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    PERFORM PRINT-PROVISION-DETAIL
    PERFORM PRINT-ROLL-FORWARD
    PERFORM CLOSE-REPORT-SPOOL

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "PV0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "FIM: " DELIMITED BY SIZE
           WS-EMPLOYEES-READ DELIMITED BY SIZE
           " EMPREGADOS LANCTO " DELIMITED BY SIZE
           WS-JR-RETURN-STATUS DELIMITED BY SIZE
           " RC " DELIMITED BY SIZE
           WS-FINAL-RC DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY " "
    DISPLAY "Empregados no quadro......: " WS-EMPLOYEES-READ
    DISPLAY "Centros de custo..........: " WS-CC-COUNT
    DISPLAY "Provisao do mes (centavos): " WS-TOTAL-PROVISION
    DISPLAY "PAYROLL-PROV - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

ABORT-RUN.
    MOVE "E" TO WS-BL-SEVERITY
    MOVE "PV0008" TO WS-BL-MSG-CODE
    PERFORM WRITE-BATCH-LOG
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

LOAD-PARAMETERS.
    MOVE SPACE TO WS-SP-RECORD
    MOVE "PROV-INSS-PCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-INSS-PCT
    END-IF
    MOVE SPACE TO WS-SP-RECORD
    MOVE "PROV-FGTS-PCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-FGTS-PCT
    END-IF
    .

READ-PARAM.
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    .

LOAD-PROVISION-MAPPINGS.
    MOVE "PVFE" TO WS-EV-CODE (1)
    MOVE "PVF3" TO WS-EV-CODE (2)
    MOVE "PV13" TO WS-EV-CODE (3)
    MOVE "PVIN" TO WS-EV-CODE (4)
    MOVE "PVFG" TO WS-EV-CODE (5)
    PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
       MOVE 0 TO WS-EV-TOTAL (WS-EV-I)
       MOVE SPACE TO WS-PM-RECORD
       MOVE WS-EV-CODE (WS-EV-I) TO PM-EVENT-CODE OF WS-PM-RECORD
       MOVE "R" TO WS-PM-OP-CODE
       CALL "PAYROLL-MAP-IO" USING
            WS-PM-OP-CODE
            WS-PM-RECORD
            WS-PM-RETURN-STATUS
       IF WS-PM-RETURN-STATUS = "00"
          AND PM-IS-ACTIVE OF WS-PM-RECORD
          MOVE PM-DESCRIPTION OF WS-PM-RECORD TO WS-EV-DESC (WS-EV-I)
          MOVE PM-DEBIT-ACCT OF WS-PM-RECORD
            TO WS-EV-DEBIT-ACCT (WS-EV-I)
          MOVE PM-CREDIT-ACCT OF WS-PM-RECORD
            TO WS-EV-CREDIT-ACCT (WS-EV-I)
          MOVE PM-COST-CENTER OF WS-PM-RECORD
            TO WS-EV-COST-CENTER (WS-EV-I)
       ELSE
          DISPLAY "*** Evento de provisao " WS-EV-CODE (WS-EV-I)
                  " sem mapeamento ativo em PAYROLL-MAP."
          ADD 1 TO WS-EV-MISSING
       END-IF
    END-PERFORM
    .

LOAD-HEADCOUNT.
    MOVE SPACES TO FS-HEADCOUNT
    OPEN INPUT HEADCOUNT-FILE
    IF FS-HEADCOUNT NOT = FS-OK
       DISPLAY "Erro ao abrir o quadro de pessoal. STATUS: "
               FS-HEADCOUNT
       MOVE "ARQUIVO DO QUADRO DE PESSOAL AUSENTE" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF

    PERFORM READ-NEXT-LINE
    IF END-OF-HEADCOUNT OR HEADCOUNT-LINE (1:1) NOT = "H"
       DISPLAY "*** Quadro de pessoal sem cabecalho (H). Rejeitado."
       CLOSE HEADCOUNT-FILE
       MOVE "QUADRO DE PESSOAL SEM CABECALHO" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF
    MOVE HEADCOUNT-LINE (2:6) TO WS-COMPETENCE
    IF WS-COMPETENCE NOT = WS-TARGET-PERIOD
       DISPLAY "*** Quadro de pessoal da competencia " WS-COMPETENCE
               " - esperado " WS-TARGET-PERIOD ". Rejeitado."
       CLOSE HEADCOUNT-FILE
       MOVE "QUADRO DE PESSOAL DE OUTRA COMPETENCIA" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF

    PERFORM READ-NEXT-LINE
    PERFORM UNTIL END-OF-HEADCOUNT
       IF HEADCOUNT-LINE (1:1) = "D"
          AND HEADCOUNT-LINE (14:15) IS NUMERIC
          MOVE HEADCOUNT-LINE (8:6)  TO WS-EMP-CC
          MOVE HEADCOUNT-LINE (14:15) TO WS-EMP-SALARY
          PERFORM ADD-EMPLOYEE
       ELSE
          DISPLAY "*** Linha inesperada no quadro de pessoal: "
                  HEADCOUNT-LINE
          ADD 1 TO WS-LINES-REJECTED
       END-IF
       PERFORM READ-NEXT-LINE
    END-PERFORM
    CLOSE HEADCOUNT-FILE

    IF WS-LINES-REJECTED > 0
       DISPLAY "*** " WS-LINES-REJECTED " linha(s) invalida(s) no "
               "quadro de pessoal - ARQUIVO INTEIRO REJEITADO."
       MOVE "QUADRO DE PESSOAL COM LINHAS INVALIDAS" TO WS-BL-TEXT
       PERFORM ABORT-RUN
    END-IF
    .

READ-NEXT-LINE.
    READ HEADCOUNT-FILE
    IF FS-HEADCOUNT NOT = FS-OK
       SET END-OF-HEADCOUNT TO TRUE
    END-IF
    .

ADD-EMPLOYEE.
    MOVE 0 TO WS-CC-IDX
    PERFORM VARYING WS-CC-I FROM 1 BY 1
            UNTIL WS-CC-I > WS-CC-COUNT OR WS-CC-IDX NOT = 0
       IF WS-CC-CODE (WS-CC-I) = WS-EMP-CC
          MOVE WS-CC-I TO WS-CC-IDX
       END-IF
    END-PERFORM
    IF WS-CC-IDX = 0
       IF WS-CC-COUNT >= 39
          ADD 1 TO WS-CC-OVERFLOW
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-CC-COUNT
       MOVE WS-CC-COUNT TO WS-CC-IDX
       MOVE WS-EMP-CC TO WS-CC-CODE (WS-CC-IDX)
       MOVE 0 TO WS-CC-HEADCOUNT (WS-CC-IDX)
       MOVE 0 TO WS-CC-BASE (WS-CC-IDX)
    END-IF
    ADD 1 TO WS-EMPLOYEES-READ
    ADD 1 TO WS-CC-HEADCOUNT (WS-CC-IDX)
    ADD WS-EMP-SALARY TO WS-CC-BASE (WS-CC-IDX)
    ADD WS-EMP-SALARY TO WS-TOTAL-BASE
    .

COMPUTE-PROVISIONS.
    PERFORM VARYING WS-CC-I FROM 1 BY 1 UNTIL WS-CC-I > WS-CC-COUNT
       COMPUTE WS-CC-AMOUNT (WS-CC-I 1) ROUNDED =
               WS-CC-BASE (WS-CC-I) / 12
       COMPUTE WS-CC-AMOUNT (WS-CC-I 2) ROUNDED =
               WS-CC-BASE (WS-CC-I) / 36
       COMPUTE WS-CC-AMOUNT (WS-CC-I 3) ROUNDED =
               WS-CC-BASE (WS-CC-I) / 12
       COMPUTE WS-CHARGE-BASE = WS-CC-AMOUNT (WS-CC-I 1)
                              + WS-CC-AMOUNT (WS-CC-I 2)
                              + WS-CC-AMOUNT (WS-CC-I 3)
       COMPUTE WS-CC-AMOUNT (WS-CC-I 4) ROUNDED =
               WS-CHARGE-BASE * WS-INSS-PCT / 10000
       COMPUTE WS-CC-AMOUNT (WS-CC-I 5) ROUNDED =
               WS-CHARGE-BASE * WS-FGTS-PCT / 10000
       PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
          ADD WS-CC-AMOUNT (WS-CC-I WS-EV-I) TO WS-EV-TOTAL (WS-EV-I)
          ADD WS-CC-AMOUNT (WS-CC-I WS-EV-I) TO WS-TOTAL-PROVISION
       END-PERFORM
    END-PERFORM

    *> Provisao calculada por conta de passivo (para a prova)
    PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
       MOVE 0 TO WS-LB-IDX
       PERFORM VARYING WS-LB-I FROM 1 BY 1
               UNTIL WS-LB-I > WS-LB-COUNT OR WS-LB-IDX NOT = 0
          IF WS-LB-ACCT (WS-LB-I) = WS-EV-CREDIT-ACCT (WS-EV-I)
             MOVE WS-LB-I TO WS-LB-IDX
          END-IF
       END-PERFORM
       IF WS-LB-IDX = 0
          ADD 1 TO WS-LB-COUNT
          MOVE WS-LB-COUNT TO WS-LB-IDX
          MOVE WS-EV-CREDIT-ACCT (WS-EV-I) TO WS-LB-ACCT (WS-LB-IDX)
          MOVE 0 TO WS-LB-ACCRUED (WS-LB-IDX)
       END-IF
       ADD WS-EV-TOTAL (WS-EV-I) TO WS-LB-ACCRUED (WS-LB-IDX)
    END-PERFORM
    .

WRITE-PROVISION-ENTRY.
    IF WS-TOTAL-PROVISION = 0
       MOVE SPACES TO WS-JR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    COMPUTE JR-TXN-ID = WS-PROV-ID-BASE + 1000000000
                      + WS-TARGET-PERIOD
    MOVE WS-PERIOD-END-DATE TO JR-DATE
    STRING "PROVISAO FERIAS E 13O " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
      INTO JR-MEMO

    *> Debitos por centro de custo, creditos por evento
    MOVE 0 TO WS-LINE-I
    PERFORM VARYING WS-CC-I FROM 1 BY 1 UNTIL WS-CC-I > WS-CC-COUNT
       PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
          IF WS-CC-AMOUNT (WS-CC-I WS-EV-I) > 0
             ADD 1 TO WS-LINE-I
             MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
             MOVE WS-EV-DEBIT-ACCT (WS-EV-I)
               TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
             MOVE "D" TO JR-LINE-DC (WS-LINE-I)
             MOVE WS-CC-AMOUNT (WS-CC-I WS-EV-I)
               TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
             IF WS-CC-CODE (WS-CC-I) = SPACES
                MOVE WS-EV-COST-CENTER (WS-EV-I)
                  TO JR-LINE-COST-CENTER (WS-LINE-I)
             ELSE
                MOVE WS-CC-CODE (WS-CC-I)
                  TO JR-LINE-COST-CENTER (WS-LINE-I)
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM
    PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
       IF WS-EV-TOTAL (WS-EV-I) > 0
          ADD 1 TO WS-LINE-I
          MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
          MOVE WS-EV-CREDIT-ACCT (WS-EV-I)
            TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
          MOVE "C" TO JR-LINE-DC (WS-LINE-I)
          MOVE WS-EV-TOTAL (WS-EV-I) TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
          MOVE WS-EV-COST-CENTER (WS-EV-I)
            TO JR-LINE-COST-CENTER (WS-LINE-I)
       END-IF
    END-PERFORM

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-PAYROLL-PROV OF JR-RECORD TO TRUE
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

    DISPLAY "Lancamento da provisao (ID " JR-TXN-ID
            ") - STATUS: " WS-JR-RETURN-STATUS

    *> "22" = provisao do periodo ja constituida numa execucao
    *> anterior - o relatorio ainda sai, nada e regravado
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       AND WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "PV0008" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       STRING "LANCAMENTO RECUSADO - STATUS " DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

PRINT-PROVISION-DETAIL.
    MOVE SPACES TO WS-RP-LINE
    STRING "=== PAYROLL-PROV - Provisao de ferias e 13o do periodo "
           DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "CC     Qtde          Ferias       1/3 ferias              13o"
      TO WS-RP-LINE
    MOVE "             INSS             FGTS" TO WS-RP-LINE (64:34)
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-CC-I FROM 1 BY 1 UNTIL WS-CC-I > WS-CC-COUNT
       PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
          COMPUTE WS-DEC-AMOUNT = WS-CC-AMOUNT (WS-CC-I WS-EV-I) / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (WS-EV-I)
       END-PERFORM
       MOVE WS-CC-HEADCOUNT (WS-CC-I) TO WS-EDIT-HEADCOUNT
       MOVE SPACES TO WS-RP-LINE
       STRING WS-CC-CODE (WS-CC-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-EDIT-HEADCOUNT DELIMITED BY SIZE
              WS-EDIT-COL (1) DELIMITED BY SIZE
              WS-EDIT-COL (2) DELIMITED BY SIZE
              WS-EDIT-COL (3) DELIMITED BY SIZE
              WS-EDIT-COL (4) DELIMITED BY SIZE
              WS-EDIT-COL (5) DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    PERFORM VARYING WS-EV-I FROM 1 BY 1 UNTIL WS-EV-I > 5
       COMPUTE WS-DEC-AMOUNT = WS-EV-TOTAL (WS-EV-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (WS-EV-I)
    END-PERFORM
    MOVE WS-EMPLOYEES-READ TO WS-EDIT-HEADCOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "TOTAL  " DELIMITED BY SIZE
           WS-EDIT-HEADCOUNT DELIMITED BY SIZE
           WS-EDIT-COL (1) DELIMITED BY SIZE
           WS-EDIT-COL (2) DELIMITED BY SIZE
           WS-EDIT-COL (3) DELIMITED BY SIZE
           WS-EDIT-COL (4) DELIMITED BY SIZE
           WS-EDIT-COL (5) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-BASE / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Folha base do quadro......: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  (INSS " DELIMITED BY SIZE
           WS-INSS-PCT DELIMITED BY SIZE
           " FGTS " DELIMITED BY SIZE
           WS-FGTS-PCT DELIMITED BY SIZE
           " centesimos de %)" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-TOTAL-PROVISION / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "PROVISAO DO MES...........: " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  (lancamento STATUS " DELIMITED BY SIZE
           WS-JR-RETURN-STATUS DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-ROLL-FORWARD.
    *> Movimentacao de cada passivo de provisao no LEDGER do
    *> periodo (saldos credores mostrados positivos)
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Movimentacao das provisoes no LEDGER ---" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Conta        Saldo inicial      Constituido       Utilizado"
      TO WS-RP-LINE
    MOVE "      Saldo final   Calculado no mes" TO WS-RP-LINE (60:36)
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-LB-I FROM 1 BY 1 UNTIL WS-LB-I > WS-LB-COUNT
       PERFORM PRINT-ONE-LIABILITY
    END-PERFORM
    .

PRINT-ONE-LIABILITY.
    MOVE SPACE TO WS-LG-RECORD
    MOVE WS-LB-ACCT (WS-LB-I) TO LG-ACCOUNT-ID OF WS-LG-RECORD
    MOVE WS-TARGET-PERIOD TO LG-PERIOD OF WS-LG-RECORD
    MOVE "R" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LG-OP-CODE
         WS-LG-RECORD
         WS-LG-RETURN-STATUS
    IF WS-LG-RETURN-STATUS NOT = "00"
       MOVE 0 TO LG-OPENING-CENTS OF WS-LG-RECORD
       MOVE 0 TO LG-DEBIT-CENTS OF WS-LG-RECORD
       MOVE 0 TO LG-CREDIT-CENTS OF WS-LG-RECORD
       MOVE 0 TO LG-CLOSING-CENTS OF WS-LG-RECORD
    END-IF

    COMPUTE WS-BAL-OPENING = 0 - LG-OPENING-CENTS OF WS-LG-RECORD
    COMPUTE WS-BAL-CLOSING = 0 - LG-CLOSING-CENTS OF WS-LG-RECORD
    COMPUTE WS-DEC-AMOUNT = WS-BAL-OPENING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (1)
    COMPUTE WS-DEC-AMOUNT = LG-CREDIT-CENTS OF WS-LG-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (2)
    COMPUTE WS-DEC-AMOUNT = LG-DEBIT-CENTS OF WS-LG-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (3)
    COMPUTE WS-DEC-AMOUNT = WS-BAL-CLOSING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (4)
    COMPUTE WS-DEC-AMOUNT = WS-LB-ACCRUED (WS-LB-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-COL (5)
    MOVE SPACES TO WS-RP-LINE
    STRING WS-LB-ACCT (WS-LB-I) DELIMITED BY SIZE
           WS-EDIT-COL (1) DELIMITED BY SIZE
           WS-EDIT-COL (2) DELIMITED BY SIZE
           WS-EDIT-COL (3) DELIMITED BY SIZE
           WS-EDIT-COL (4) DELIMITED BY SIZE
           WS-EDIT-COL (5) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-LG-RETURN-STATUS NOT = "00"
       MOVE "  (sem registro no LEDGER - a provisao so aparece apos o POST-LEDGER)"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    *> Prova: saldo inicial + constituido - utilizado = saldo final
    COMPUTE WS-BAL-PROOF = WS-BAL-OPENING
          + LG-CREDIT-CENTS OF WS-LG-RECORD
          - LG-DEBIT-CENTS OF WS-LG-RECORD
    IF WS-BAL-PROOF NOT = WS-BAL-CLOSING
       MOVE "  *** Saldo final do LEDGER nao fecha com a movimentacao"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    IF LG-CREDIT-CENTS OF WS-LG-RECORD NOT = WS-LB-ACCRUED (WS-LB-I)
       MOVE SPACES TO WS-RP-LINE
       STRING "  *** Constituido no LEDGER difere do calculado "
              DELIMITED BY SIZE
              "(provisao nao efetivada ou lancamento de outra origem)"
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    IF WS-BAL-CLOSING < 0
       MOVE "  *** Saldo devedor: utilizacao acima do provisionado"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
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
