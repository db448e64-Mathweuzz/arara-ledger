*>     com tudo mapeado a segunda passada monta e grava o
*>     lancamento, com a checagem de partidas dobradas de praxe.
*>   - JR-TXN-ID vem da numeracao automatica (TXN-SEQ-IO 'N').
*>   - Antes de gravar, o lancamento passa pela verificacao de
*>     duplicidade do JOURNAL-IO ('D'): folha ja importada (mesma
*>     data, total e contas) NAO e gravada de novo - vai para
*>     "data/payroll-dup.txt" (layout dup-reject.cpy) com o ID
*>     do lancamento existente, e o programa termina com RC 8.
*>   - Evento real ligado a uma provisao (PM-PROVISION-EVENT:
*>     ferias gozadas, 13o pago e seus encargos) debita o passivo
*>     da provisao (conta de credito do evento PVFE/PVF3/PV13/
*>     PVIN/PVFG no PAYROLL-MAP) em vez da despesa - a provisao
*>     mensal do PAYROLL-PROV e baixada pelo que foi pago. Evento
*>     ligado a provisao sem mapeamento ativo rejeita o arquivo
*>     como evento nao mapeado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYROLL-IMPORT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-PAYROLL.

    SELECT DUP-REJECT-FILE ASSIGN TO "data/payroll-dup.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-DUP-REJECT.

DATA DIVISION.
FILE SECTION.

FD  PAYROLL-FILE.
01  PAYROLL-LINE PIC X(40).

FD  DUP-REJECT-FILE.
COPY "dup-reject.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-BL-RETURN-STATUS  PIC XX.

01 FS-PAYROLL PIC XX.
01 FS-DUP-REJECT PIC XX.
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-PAYROLL VALUE "Y".

01 WS-PM-OP-CODE        PIC X.
COPY "payroll-map.cpy" REPLACING ==PM-RECORD== BY ==WS-PM-RECORD==.
01 WS-PM-RETURN-STATUS  PIC XX.
01 WS-PM-LINK-EVENT     PIC X(4).
01 WS-EVENT-DEBIT-ACCT  PIC 9(10).
01 WS-EVENT-CREDIT-ACCT PIC 9(10).
01 WS-EVENT-COST-CENTER PIC X(6).

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
       ADD 1 TO WS-EVENTS-UNMAPPED
       DISPLAY "*** Evento " WS-EVENT-CODE
               " sem mapeamento ativo em PAYROLL-MAP."
       EXIT PARAGRAPH
    END-IF

    *> Evento que consome provisao: a provisao tambem precisa
    *> estar mapeada (e dela que sai a conta do passivo)
    IF PM-PROVISION-EVENT OF WS-PM-RECORD = SPACES
       OR PM-PROVISION-EVENT OF WS-PM-RECORD = LOW-VALUES
       EXIT PARAGRAPH
    END-IF
    MOVE PM-PROVISION-EVENT OF WS-PM-RECORD TO WS-PM-LINK-EVENT
    MOVE SPACE TO WS-PM-RECORD
    MOVE WS-PM-LINK-EVENT TO PM-EVENT-CODE OF WS-PM-RECORD
    MOVE "R" TO WS-PM-OP-CODE
    CALL "PAYROLL-MAP-IO" USING
         WS-PM-OP-CODE
         WS-PM-RECORD
         WS-PM-RETURN-STATUS
    IF WS-PM-RETURN-STATUS NOT = "00"
       OR NOT PM-IS-ACTIVE OF WS-PM-RECORD
       ADD 1 TO WS-EVENTS-UNMAPPED
       DISPLAY "*** Evento " WS-EVENT-CODE " ligado a provisao "
               WS-PM-LINK-EVENT " sem mapeamento ativo em PAYROLL-MAP."
    END-IF
    .

       STOP RUN
    END-IF

    *> Folha ja importada? Confere antes de consumir numeracao.
    MOVE WS-PAY-DATE  TO JR-DATE
    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    PERFORM CHECK-DUPLICATE-ENTRY

    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
    MOVE "N" TO JR-POSTED-FLAG
    MOVE "A" TO JR-APPROVAL-STATUS

    SET JR-SRC-PAYROLL OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    PERFORM WRITE-BATCH-LOG
    .

CHECK-DUPLICATE-ENTRY.
    *> JOURNAL-IO 'D': FS-DUPLICATE-SUSPECT devolve o ID do
    *> lancamento ja existente em WS-JR-SEARCH-AMOUNT-MIN
    MOVE "D" TO WS-JR-OP-CODE
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

    IF WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-SUSPECT
       EXIT PARAGRAPH
    END-IF

    DISPLAY "*** Folha " WS-COMPETENCE " ja importada: possivel "
            "duplicidade com o lancamento " WS-JR-SEARCH-AMOUNT-MIN
            " - nada gravado."

    MOVE SPACES TO FS-DUP-REJECT
    OPEN OUTPUT DUP-REJECT-FILE
    IF FS-DUP-REJECT = FS-OK
       MOVE SPACES TO DR-RECORD
       MOVE WS-BL-PROGRAM           TO DR-PROGRAM
       ACCEPT DR-RUN-DATE FROM DATE YYYYMMDD
       MOVE 0                       TO DR-TXN-ID
       MOVE WS-PAY-DATE             TO DR-DATE
       MOVE WS-TOTAL-DEBIT          TO DR-TOTAL-CENTS
       MOVE WS-JR-SEARCH-AMOUNT-MIN TO DR-SUSPECT-TXN-ID
       STRING "FOLHA DE PAGAMENTO " DELIMITED BY SIZE
              WS-COMPETENCE         DELIMITED BY SIZE
         INTO DR-MEMO
       WRITE DR-RECORD
       CLOSE DUP-REJECT-FILE
    END-IF

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "PY0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "DUPLICIDADE: FOLHA "    DELIMITED BY SIZE
           WS-COMPETENCE            DELIMITED BY SIZE
           " X "                    DELIMITED BY SIZE
           DR-SUSPECT-TXN-ID        DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

ADD-EVENT-LINES.
    MOVE SPACE TO WS-PM-RECORD
    MOVE WS-EVENT-CODE TO PM-EVENT-CODE OF WS-PM-RECORD
         WS-PM-OP-CODE
         WS-PM-RECORD
         WS-PM-RETURN-STATUS
    MOVE PM-DEBIT-ACCT OF WS-PM-RECORD TO WS-EVENT-DEBIT-ACCT
    MOVE PM-CREDIT-ACCT OF WS-PM-RECORD TO WS-EVENT-CREDIT-ACCT
    MOVE PM-COST-CENTER OF WS-PM-RECORD TO WS-EVENT-COST-CENTER

    *> Evento que consome provisao: debito no passivo da provisao
    IF PM-PROVISION-EVENT OF WS-PM-RECORD NOT = SPACES
       AND PM-PROVISION-EVENT OF WS-PM-RECORD NOT = LOW-VALUES
       MOVE PM-PROVISION-EVENT OF WS-PM-RECORD TO WS-PM-LINK-EVENT
       MOVE SPACE TO WS-PM-RECORD
       MOVE WS-PM-LINK-EVENT TO PM-EVENT-CODE OF WS-PM-RECORD
       MOVE "R" TO WS-PM-OP-CODE
       CALL "PAYROLL-MAP-IO" USING
            WS-PM-OP-CODE
            WS-PM-RECORD
            WS-PM-RETURN-STATUS
       IF WS-PM-RETURN-STATUS = "00"
          MOVE PM-CREDIT-ACCT OF WS-PM-RECORD TO WS-EVENT-DEBIT-ACCT
       END-IF
    END-IF

    ADD 1 TO WS-LINE-I
    MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
    MOVE WS-EVENT-DEBIT-ACCT TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
    MOVE "D" TO JR-LINE-DC (WS-LINE-I)
    MOVE WS-EVENT-AMOUNT TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
    MOVE WS-EVENT-COST-CENTER TO JR-LINE-COST-CENTER (WS-LINE-I)
    ADD WS-EVENT-AMOUNT TO WS-TOTAL-DEBIT

    ADD 1 TO WS-LINE-I
    MOVE WS-LINE-I TO JR-LINE-NO (WS-LINE-I)
    MOVE WS-EVENT-CREDIT-ACCT TO JR-LINE-ACCOUNT-ID (WS-LINE-I)
    MOVE "C" TO JR-LINE-DC (WS-LINE-I)
    MOVE WS-EVENT-AMOUNT TO JR-LINE-AMOUNT-CENTS (WS-LINE-I)
    MOVE WS-EVENT-COST-CENTER TO JR-LINE-COST-CENTER (WS-LINE-I)
    ADD WS-EVENT-AMOUNT TO WS-TOTAL-CREDIT
    .

