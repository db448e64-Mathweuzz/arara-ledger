*> ------------------------------------------------------------
*> Copybook: exp-reports.cpy
*> Layout do relatorio de despesas de funcionario (EXP-REPORTS).
*> Cada linha traz o tipo de despesa (a conta de despesa vem do
*> parametro EXP-ACCT-<tipo> do SYS-PARAMS, gravada na linha na
*> digitacao), o centro de custo e o projeto. O relatorio nasce
*> pendente e so e lancado quando o GESTOR do funcionario
*> (EM-MANAGER-ID) o aprova no EXP-MENU - quem digitou nao
*> aprova ("89"). Na aprovacao os adiantamentos pagos em aberto
*> do funcionario sao abatidos (do mais antigo em diante) e o
*> lancamento sai D despesas / C adiantamentos (abatido) /
*> C reembolsos a pagar (liquido). O liquido entra na proposta
*> do AP-PAYMENT-RUN e na remessa CNAB; o AP-RETURN-PROC baixa.
*> Chave: ER-REPORT-NO
*> ------------------------------------------------------------

01 ER-RECORD.
   05 ER-REPORT-NO      PIC 9(8).
   05 ER-EMPLOYEE-ID    PIC 9(6).
   05 ER-REPORT-DATE    PIC 9(8).
      *> AAAAMMDD de entrega do relatorio
   05 ER-PURPOSE        PIC X(30).
      *> Motivo da viagem/despesa
   05 ER-LINE-COUNT     PIC 9(2).
   05 ER-LINES OCCURS 10 TIMES.
      10 ER-LN-TYPE        PIC X(4).
         *> Tipo de despesa (HOSP, AERO, REFE, KM...) - a conta
         *> vem do parametro EXP-ACCT-<tipo>
      10 ER-LN-DATE        PIC 9(8).
      10 ER-LN-DESC        PIC X(30).
      10 ER-LN-AMOUNT-CENTS PIC 9(15).
      10 ER-LN-ACCOUNT-ID  PIC 9(10).
      10 ER-LN-COST-CENTER PIC X(6).
      10 ER-LN-PROJECT     PIC X(8).
   05 ER-TOTAL-CENTS    PIC 9(15).
   05 ER-STATUS         PIC X(1).
      *> 'P' pendente de aprovacao, 'A' aprovado (reembolso a
      *> pagar), 'R' rejeitado, 'L' liquidado (reembolso pago
      *> ou relatorio todo coberto por adiantamento)
      88 ER-IS-PENDING       VALUE "P".
      88 ER-IS-APPROVED      VALUE "A".
      88 ER-IS-REJECTED      VALUE "R".
      88 ER-IS-SETTLED       VALUE "L".
   05 ER-SUBMITTED-BY   PIC X(8).
   05 ER-APPROVED-BY    PIC X(8).
      *> Operador que aprovou ou rejeitou
   05 ER-APPROVAL-DATE  PIC 9(8).
   05 ER-ADV-APPLIED-CENTS PIC 9(15).
      *> Adiantamentos abatidos na aprovacao
   05 ER-NET-CENTS      PIC 9(15).
      *> Reembolso liquido devido ao funcionario
   05 ER-OPEN-CENTS     PIC 9(15).
      *> Reembolso ainda nao pago (baixado pelo AP-RETURN-PROC)
   05 ER-REMIT-FLAG     PIC X(1).
      88 ER-IN-REMIT         VALUE "Y".
      88 ER-NOT-IN-REMIT     VALUE "N" " ".
   05 ER-PAID-DATE      PIC 9(8).
   05 ER-ENTRY-TXN-ID   PIC 9(12).
      *> Lancamento da aprovacao
   05 ER-PAYMENT-TXN-ID PIC 9(12).
      *> Lancamento consolidado do retorno que pagou o reembolso
