*>     devolve a fatura para fora da remessa, para o saldo
*>     restante entrar numa proxima proposta. O valor pago e
*>     acumulado por conta de fornecedores.
*>   - Desconto por pagamento antecipado: fatura remetida com
*>     desconto (AP-DISC-CENTS, gravado pelo AP-PAYMENT-RUN 'G')
*>     e paga pelo liquido e baixada INTEIRA - o debito na conta
*>     de fornecedores leva o saldo todo e a diferenca vai a
*>     credito da conta de descontos obtidos (parametro
*>     AP-DISC-INC-ACCT do SYS-PARAMS), com linha 'D' no
*>     AP-SETTLEMENTS. Banco que pagou menos que o liquido (ou
*>     parametro ausente) cai na baixa parcial, sem desconto.
*>   - Ao final gera UM lancamento consolidado via JOURNAL-IO
*>     (debito nas contas de fornecedores das faturas pagas,
*>     credito no caixa/banco pelo total), sob um JR-TXN-ID
*>     rejeitado pelo banco) tem a fatura devolvida para fora da
*>     remessa (AP-REMIT-FLAG = 'N'), para que uma proxima
*>     selecao possa tentar de novo.
*>   - Retorno de reembolso ou adiantamento a funcionario ("seu
*>     numero" terminado em "EX", gravado pelo AP-PAYMENT-RUN):
*>     o documento ("RDV" + relatorio de despesas ou "ADT" +
*>     adiantamento) e baixado no EXP-REPORTS/EMP-ADVANCES - o
*>     reembolso pago vira relatorio liquidado e o adiantamento
*>     pago passa a "pago e em aberto", a espera da prestacao de
*>     contas. O debito vai para a conta de reembolsos a pagar
*>     (parametro EMP-PAY-ACCT do SYS-PARAMS) dentro do mesmo
*>     lancamento consolidado; sem o parametro o retorno fica
*>     para o proximo processamento (RC 4). Rejeitado volta o
*>     documento para fora da remessa.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-RETURN-PROC.
01 WS-PAID-AMOUNT       PIC 9(15).
01 WS-INVOICE-OPEN      PIC 9(15).

*> Desconto obtido por pagamento antecipado
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "APRETPRC".
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-DISC-INC-ACCT     PIC 9(10) VALUE 0.
01 WS-DISC-TAKEN        PIC 9(15).
01 WS-SETTLE-AMOUNT     PIC 9(15).
01 WS-TOTAL-DISC        PIC 9(18) VALUE 0.
01 WS-DISC-COUNT        PIC 9(6)  VALUE 0.

*> Historico da baixa (AP-SETTLEMENTS-IO)
01 WS-AS-OP-CODE        PIC X.
COPY "ap-settlements.cpy" REPLACING ==AS-RECORD== BY ==WS-AS-RECORD==.
   05 CSA-SEU-NUMERO.
      10 CSA-SN-VENDOR-ID  PIC 9(6).
      10 CSA-SN-INVOICE-NO PIC X(12).
      10 CSA-SN-PAYEE-TAG  PIC X(2).
         88 CSA-SN-EMPLOYEE      VALUE "EX".
   05 CSA-PAY-DATE      PIC 9(8).
   05 CSA-CURRENCY      PIC X(3).
   05 FILLER            PIC X(15).
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

*> Reembolsos e adiantamentos a funcionarios
01 WS-ER-OP-CODE        PIC X.
COPY "exp-reports.cpy" REPLACING ==ER-RECORD== BY ==WS-ER-RECORD==.
01 WS-ER-RETURN-STATUS  PIC XX.
01 WS-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==WS-EA-RECORD==.
01 WS-EA-RETURN-STATUS  PIC XX.
01 WS-EXP-DOC.
   05 WS-EXP-DOC-KIND   PIC X(3).
      88 EXP-DOC-REPORT       VALUE "RDV".
      88 EXP-DOC-ADVANCE      VALUE "ADT".
   05 WS-EXP-DOC-NO     PIC 9(8).
   05 FILLER            PIC X(1).
01 WS-EMP-PAY-ACCT      PIC 9(10) VALUE 0.
01 WS-EMP-PAID-COUNT    PIC 9(6)  VALUE 0.
01 WS-EXP-DOC-STATUS    PIC XX.
01 WS-SETTLE-ACCT       PIC 9(10).

*> Acumulacao de debito por conta de fornecedores (passivo) para
*> o lancamento consolidado - ate 198 contas distintas, a 199a
*> linha fica para o credito no caixa, padrao FX-REVAL, e a 200a
*> para o credito dos descontos obtidos.
01 WS-PAY-TABLE.
   05 WS-PAY-ENTRY OCCURS 198 TIMES INDEXED BY WS-PAY-IDX.
      10 WS-PAY-ACCOUNT-ID PIC 9(10).
      10 WS-PAY-AMOUNT     PIC 9(18).
01 WS-PAY-COUNT         PIC 9(3) VALUE 0.
COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    END-IF
    MOVE BA-GL-ACCT OF WS-BA-RECORD TO WS-CASH-ACCT

    MOVE SPACE TO WS-SP-RECORD
    MOVE "AP-DISC-INC-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-DISC-INC-ACCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "EMP-PAY-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-EMP-PAY-ACCT
    END-IF

    PERFORM FIND-FREE-ENTRY-ID
    IF NOT ENTRY-ID-FOUND
       DISPLAY "*** Mais de 100 retornos processados na data "
    DISPLAY "Pagamentos efetivados......: " WS-PAID-COUNT
    DISPLAY "Pagamentos rejeitados......: " WS-REJECTED-COUNT
    DISPLAY "Retornos sem fatura........: " WS-UNKNOWN-COUNT
    DISPLAY "  dos quais a funcionarios.: " WS-EMP-PAID-COUNT
    DISPLAY "Total pago (centavos)......: " WS-TOTAL-PAID
    DISPLAY "Baixas com desconto........: " WS-DISC-COUNT
    DISPLAY "Descontos obtidos (centavos): " WS-TOTAL-DISC

    IF WS-UNKNOWN-COUNT NOT = 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF

    DISPLAY "AP-RETURN-PROC - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

PROCESS-ONE-RETURN-DETAIL.
    IF CSA-SN-EMPLOYEE
       PERFORM PROCESS-EMPLOYEE-RETURN
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-AP-RECORD
    MOVE CSA-SN-VENDOR-ID  TO AP-VENDOR-ID OF WS-AP-RECORD
    MOVE CSA-SN-INVOICE-NO TO AP-INVOICE-NO OF WS-AP-RECORD
               AP-INVOICE-NO OF WS-AP-RECORD
               " - baixado so o saldo em aberto."
       MOVE WS-INVOICE-OPEN TO WS-PAID-AMOUNT
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF

    *> Remessa com desconto: pago + desconto cobrindo o saldo baixa
    *> a fatura inteira; a diferenca e o desconto obtido
    MOVE 0 TO WS-DISC-TAKEN
    IF AP-DISC-CENTS OF WS-AP-RECORD IS NUMERIC
       AND AP-DISC-CENTS OF WS-AP-RECORD > 0
       AND WS-PAID-AMOUNT < WS-INVOICE-OPEN
       IF WS-DISC-INC-ACCT = 0
          DISPLAY "*** Fatura " AP-VENDOR-ID OF WS-AP-RECORD "/"
                  AP-INVOICE-NO OF WS-AP-RECORD
                  " remetida com desconto mas sem o parametro"
                  " AP-DISC-INC-ACCT - baixa parcial."
          IF WS-FINAL-RC < 4
             MOVE 4 TO WS-FINAL-RC
          END-IF
       ELSE
          IF WS-PAID-AMOUNT + AP-DISC-CENTS OF WS-AP-RECORD
             NOT < WS-INVOICE-OPEN
             COMPUTE WS-DISC-TAKEN = WS-INVOICE-OPEN - WS-PAID-AMOUNT
          END-IF
       END-IF
    END-IF
    COMPUTE WS-SETTLE-AMOUNT = WS-PAID-AMOUNT + WS-DISC-TAKEN

    MOVE AP-PAYABLE-ACCT OF WS-AP-RECORD TO WS-SETTLE-ACCT
    PERFORM ACCUMULATE-PAYABLE-ACCOUNT
    IF NOT PAY-ACCT-FOUND
       *> Sem vaga na tabela de contas de fornecedores: a fatura

    ADD 1 TO WS-PAID-COUNT
    ADD WS-PAID-AMOUNT TO WS-TOTAL-PAID
    IF WS-DISC-TAKEN > 0
       ADD 1 TO WS-DISC-COUNT
       ADD WS-DISC-TAKEN TO WS-TOTAL-DISC
    END-IF

    COMPUTE WS-INVOICE-OPEN = WS-INVOICE-OPEN - WS-SETTLE-AMOUNT
    MOVE WS-INVOICE-OPEN TO AP-OPEN-CENTS OF WS-AP-RECORD
    MOVE WS-ENTRY-TXN-ID TO AP-PAYMENT-TXN-ID OF WS-AP-RECORD
    MOVE 0 TO AP-DISC-CENTS OF WS-AP-RECORD
    IF WS-INVOICE-OPEN = 0
       SET AP-IS-PAID OF WS-AP-RECORD TO TRUE
       IF CSA-EFF-DATE NOT = 0
    END-IF

    PERFORM WRITE-SETTLEMENT-LINE
    IF WS-DISC-TAKEN > 0
       PERFORM WRITE-DISCOUNT-SETTLEMENT-LINE
    END-IF

    MOVE "U" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
    .

ACCUMULATE-PAYABLE-ACCOUNT.
    *> Agrupa o debito por conta de fornecedores (ou de reembolsos
    *> a funcionarios) em WS-SETTLE-ACCT, para que o lancamento
    *> consolidado tenha uma linha por conta e nao uma linha por
    *> documento.
    MOVE "N" TO WS-PAY-FOUND-SWITCH
    PERFORM VARYING WS-PAY-I FROM 1 BY 1 UNTIL WS-PAY-I > WS-PAY-COUNT
       SET WS-PAY-IDX TO WS-PAY-I
       IF WS-PAY-ACCOUNT-ID (WS-PAY-IDX) = WS-SETTLE-ACCT
          ADD WS-SETTLE-AMOUNT
            TO WS-PAY-AMOUNT (WS-PAY-IDX)
          MOVE "Y" TO WS-PAY-FOUND-SWITCH
       END-IF
    END-PERFORM

    IF NOT PAY-ACCT-FOUND
       IF WS-PAY-COUNT >= 198
          DISPLAY "*** Mais de 198 contas de fornecedores num mesmo "
                  "retorno - processe o retorno em partes. ***"
          MOVE 8 TO WS-FINAL-RC
       ELSE
          ADD 1 TO WS-PAY-COUNT
          SET WS-PAY-IDX TO WS-PAY-COUNT
          MOVE WS-SETTLE-ACCT TO WS-PAY-ACCOUNT-ID (WS-PAY-IDX)
          MOVE WS-SETTLE-AMOUNT
            TO WS-PAY-AMOUNT (WS-PAY-IDX)
          MOVE "Y" TO WS-PAY-FOUND-SWITCH
       END-IF
    END-IF
    .

WRITE-DISCOUNT-SETTLEMENT-LINE.
    *> Linha de historico do desconto obtido (AP-SETTLEMENTS 'D')
    MOVE SPACE TO WS-AS-RECORD
    MOVE AP-VENDOR-ID OF WS-AP-RECORD
      TO AS-VENDOR-ID OF WS-AS-RECORD
    MOVE AP-INVOICE-NO OF WS-AP-RECORD
      TO AS-INVOICE-NO OF WS-AS-RECORD
    MOVE AP-PAID-DATE OF WS-AP-RECORD TO AS-DATE OF WS-AS-RECORD
    MOVE "D" TO AS-KIND OF WS-AS-RECORD
    MOVE WS-DISC-TAKEN TO AS-AMOUNT-CENTS OF WS-AS-RECORD
    MOVE WS-ENTRY-TXN-ID TO AS-TXN-ID OF WS-AS-RECORD
    MOVE SPACES TO AS-OTHER-INVOICE OF WS-AS-RECORD

    MOVE "C" TO WS-AS-OP-CODE
    CALL "AP-SETTLEMENTS-IO" USING
         WS-AS-OP-CODE
         WS-AS-RECORD
         WS-AS-RETURN-STATUS
    IF WS-AS-RETURN-STATUS NOT = "00"
       DISPLAY "*** Aviso: historico do desconto nao gravado - "
               "STATUS: " WS-AS-RETURN-STATUS
    END-IF
    .

APPLY-REJECTED-RETURN.
    ADD 1 TO WS-REJECTED-COUNT
    DISPLAY "Pagamento rejeitado pelo banco (ocorrencia "
            " devolvida para nova selecao."

    SET AP-NOT-IN-REMIT OF WS-AP-RECORD TO TRUE
    MOVE 0 TO AP-DISC-CENTS OF WS-AP-RECORD

    MOVE "U" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-RETURN-STATUS
    .

PROCESS-EMPLOYEE-RETURN.
    MOVE CSA-SN-INVOICE-NO TO WS-EXP-DOC
    PERFORM READ-EMPLOYEE-DOC
    IF WS-EXP-DOC-STATUS NOT = "00"
       OR WS-EXP-DOC-NO NOT NUMERIC
       DISPLAY "*** Retorno para documento de funcionario "
               "desconhecido: " CSA-SN-VENDOR-ID "/" CSA-SN-INVOICE-NO
       ADD 1 TO WS-UNKNOWN-COUNT
       EXIT PARAGRAPH
    END-IF

    *> Saldo a pagar do documento; zerado = retorno reapresentado
    IF EXP-DOC-REPORT
       MOVE ER-OPEN-CENTS OF WS-ER-RECORD TO WS-INVOICE-OPEN
    ELSE
       MOVE EA-PAY-OPEN-CENTS OF WS-EA-RECORD TO WS-INVOICE-OPEN
    END-IF
    IF WS-INVOICE-OPEN = 0
       EXIT PARAGRAPH
    END-IF

    IF CSA-OCCURRENCES (1:2) NOT = "00"
       ADD 1 TO WS-REJECTED-COUNT
       DISPLAY "Pagamento rejeitado pelo banco (ocorrencia "
               CSA-OCCURRENCES "): funcionario "
               CSA-SN-VENDOR-ID "/" CSA-SN-INVOICE-NO
               " devolvido para nova selecao."
       IF EXP-DOC-REPORT
          SET ER-NOT-IN-REMIT OF WS-ER-RECORD TO TRUE
       ELSE
          SET EA-NOT-IN-REMIT OF WS-EA-RECORD TO TRUE
       END-IF
       PERFORM REWRITE-EMPLOYEE-DOC
       EXIT PARAGRAPH
    END-IF

    IF WS-EMP-PAY-ACCT = 0
       DISPLAY "*** Parametro EMP-PAY-ACCT nao cadastrado - retorno "
               CSA-SN-VENDOR-ID "/" CSA-SN-INVOICE-NO
               " deixado para o proximo processamento."
       ADD 1 TO WS-UNKNOWN-COUNT
       EXIT PARAGRAPH
    END-IF

    IF CSA-AMOUNT IS NUMERIC AND CSA-AMOUNT NOT = 0
       MOVE CSA-AMOUNT TO WS-PAID-AMOUNT
    ELSE
       MOVE WS-INVOICE-OPEN TO WS-PAID-AMOUNT
    END-IF
    IF WS-PAID-AMOUNT > WS-INVOICE-OPEN
       DISPLAY "*** Retorno paga MAIS que o saldo do documento "
               CSA-SN-VENDOR-ID "/" CSA-SN-INVOICE-NO
               " - baixado so o saldo em aberto."
       MOVE WS-INVOICE-OPEN TO WS-PAID-AMOUNT
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF

    MOVE WS-PAID-AMOUNT TO WS-SETTLE-AMOUNT
    MOVE WS-EMP-PAY-ACCT TO WS-SETTLE-ACCT
    PERFORM ACCUMULATE-PAYABLE-ACCOUNT
    IF NOT PAY-ACCT-FOUND
       DISPLAY "*** Documento " CSA-SN-VENDOR-ID "/"
               CSA-SN-INVOICE-NO
               " deixado para o proximo retorno (tabela cheia)."
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-PAID-COUNT
    ADD 1 TO WS-EMP-PAID-COUNT
    ADD WS-PAID-AMOUNT TO WS-TOTAL-PAID
    COMPUTE WS-INVOICE-OPEN = WS-INVOICE-OPEN - WS-PAID-AMOUNT

    IF EXP-DOC-REPORT
       MOVE WS-INVOICE-OPEN TO ER-OPEN-CENTS OF WS-ER-RECORD
       MOVE WS-ENTRY-TXN-ID TO ER-PAYMENT-TXN-ID OF WS-ER-RECORD
       IF WS-INVOICE-OPEN = 0
          SET ER-IS-SETTLED OF WS-ER-RECORD TO TRUE
          IF CSA-EFF-DATE NOT = 0
             MOVE CSA-EFF-DATE TO ER-PAID-DATE OF WS-ER-RECORD
          ELSE
             MOVE WS-PROC-DATE TO ER-PAID-DATE OF WS-ER-RECORD
          END-IF
       ELSE
          SET ER-NOT-IN-REMIT OF WS-ER-RECORD TO TRUE
       END-IF
    ELSE
       MOVE WS-INVOICE-OPEN TO EA-PAY-OPEN-CENTS OF WS-EA-RECORD
       MOVE WS-ENTRY-TXN-ID TO EA-PAYMENT-TXN-ID OF WS-EA-RECORD
       IF WS-INVOICE-OPEN = 0
          SET EA-IS-OUTSTANDING OF WS-EA-RECORD TO TRUE
          IF CSA-EFF-DATE NOT = 0
             MOVE CSA-EFF-DATE TO EA-PAID-DATE OF WS-EA-RECORD
          ELSE
             MOVE WS-PROC-DATE TO EA-PAID-DATE OF WS-EA-RECORD
          END-IF
       ELSE
          SET EA-NOT-IN-REMIT OF WS-EA-RECORD TO TRUE
       END-IF
    END-IF
    IF WS-INVOICE-OPEN NOT = 0
       DISPLAY "Baixa PARCIAL do documento " CSA-SN-VENDOR-ID "/"
               CSA-SN-INVOICE-NO " - saldo restante: " WS-INVOICE-OPEN
    END-IF

    PERFORM REWRITE-EMPLOYEE-DOC
    IF WS-EXP-DOC-STATUS NOT = "00"
       DISPLAY "*** Falha ao baixar documento " CSA-SN-VENDOR-ID "/"
               CSA-SN-INVOICE-NO " - STATUS: " WS-EXP-DOC-STATUS
    END-IF
    .

READ-EMPLOYEE-DOC.
    MOVE "23" TO WS-EXP-DOC-STATUS
    EVALUATE TRUE
       WHEN EXP-DOC-REPORT
          MOVE SPACE TO WS-ER-RECORD
          MOVE WS-EXP-DOC-NO TO ER-REPORT-NO OF WS-ER-RECORD
          MOVE "R" TO WS-ER-OP-CODE
          CALL "EXP-REPORTS-IO" USING
               WS-ER-OP-CODE
               WS-ER-RECORD
               WS-ER-RETURN-STATUS
          MOVE WS-ER-RETURN-STATUS TO WS-EXP-DOC-STATUS
       WHEN EXP-DOC-ADVANCE
          MOVE SPACE TO WS-EA-RECORD
          MOVE WS-EXP-DOC-NO TO EA-ADVANCE-NO OF WS-EA-RECORD
          MOVE "R" TO WS-EA-OP-CODE
          CALL "EMP-ADVANCES-IO" USING
               WS-EA-OP-CODE
               WS-EA-RECORD
               WS-EA-RETURN-STATUS
          MOVE WS-EA-RETURN-STATUS TO WS-EXP-DOC-STATUS
    END-EVALUATE
    .

REWRITE-EMPLOYEE-DOC.
    IF EXP-DOC-REPORT
       MOVE "U" TO WS-ER-OP-CODE
       CALL "EXP-REPORTS-IO" USING
            WS-ER-OP-CODE
            WS-ER-RECORD
            WS-ER-RETURN-STATUS
       MOVE WS-ER-RETURN-STATUS TO WS-EXP-DOC-STATUS
    ELSE
       MOVE "U" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
       MOVE WS-EA-RETURN-STATUS TO WS-EXP-DOC-STATUS
    END-IF
    .

FIND-FREE-ENTRY-ID.
    *> Sonda o primeiro ID livre da faixa do dia (base +
    *> data*100 + 00..99) no JOURNAL, antes de baixar qualquer
    MOVE "C"            TO JR-LINE-DC (WS-PAY-COUNT)
    MOVE WS-TOTAL-PAID  TO JR-LINE-AMOUNT-CENTS (WS-PAY-COUNT)

    IF WS-TOTAL-DISC > 0
       ADD 1 TO WS-PAY-COUNT
       MOVE WS-PAY-COUNT     TO JR-LINE-NO (WS-PAY-COUNT)
       MOVE WS-DISC-INC-ACCT TO JR-LINE-ACCOUNT-ID (WS-PAY-COUNT)
       MOVE "C"              TO JR-LINE-DC (WS-PAY-COUNT)
       MOVE WS-TOTAL-DISC    TO JR-LINE-AMOUNT-CENTS (WS-PAY-COUNT)
    END-IF

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AP OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       *> nao seguir como se nada tivesse acontecido.
       DISPLAY "*** Lancamento de pagamentos NAO gravado - apure "
               "antes de processar outro retorno. ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

