*> ------------------------------------------------------------
*> Copybook: emp-advances.cpy
*> Layout do adiantamento de viagem a funcionario
*> (EMP-ADVANCES). O registro no EXP-MENU lanca D adiantamentos
*> a funcionarios (EMP-ADV-ACCT) / C reembolsos a pagar
*> (EMP-PAY-ACCT); o pagamento sai pela proposta do
*> AP-PAYMENT-RUN e pela remessa CNAB, baixado no
*> AP-RETURN-PROC. Depois de pago, o saldo em aberto
*> (EA-OPEN-CENTS) e abatido dos proximos relatorios de despesas
*> do funcionario ou da devolucao em dinheiro, e envelhece no
*> EMP-ADV-RPT, que prova o total contra o LEDGER.
*> Chave: EA-ADVANCE-NO
*> ------------------------------------------------------------

01 EA-RECORD.
   05 EA-ADVANCE-NO     PIC 9(8).
   05 EA-EMPLOYEE-ID    PIC 9(6).
   05 EA-DATE           PIC 9(8).
      *> AAAAMMDD de concessao
   05 EA-PURPOSE        PIC X(30).
   05 EA-AMOUNT-CENTS   PIC 9(15).
   05 EA-PAY-OPEN-CENTS PIC 9(15).
      *> Parte ainda nao paga ao funcionario
   05 EA-OPEN-CENTS     PIC 9(15).
      *> Parte ainda nao prestada em conta (abatida em relatorio
      *> de despesas ou devolvida)
   05 EA-STATUS         PIC X(1).
      *> 'A' a pagar, 'P' pago e em aberto, 'L' liquidado
      88 EA-IS-TO-PAY        VALUE "A".
      88 EA-IS-OUTSTANDING   VALUE "P".
      88 EA-IS-SETTLED       VALUE "L".
   05 EA-REMIT-FLAG     PIC X(1).
      88 EA-IN-REMIT         VALUE "Y".
      88 EA-NOT-IN-REMIT     VALUE "N" " ".
   05 EA-PAID-DATE      PIC 9(8).
   05 EA-CREATED-BY     PIC X(8).
   05 EA-LAST-REPORT-NO PIC 9(8).
      *> Ultimo relatorio de despesas que abateu o adiantamento
   05 EA-ENTRY-TXN-ID   PIC 9(12).
   05 EA-PAYMENT-TXN-ID PIC 9(12).
