      *> Taxa FX-RATES usada na conversao do registro; a baixa
      *> recalcula pela taxa do dia do pagamento e o ganho/perda
      *> realizado sai automatico no lancamento da baixa
   05 AP-APPROVAL-STATUS PIC X(1).
      *> Aprovacao da fatura antes de entrar em proposta de
      *> pagamento: 'P' = pendente (acima do AP-APPROVAL-LIMIT
      *> ou sem pedido de compra casado), 'A' = aprovada,
      *> 'R' = rejeitada (lancamento de registro estornado e
      *> fatura baixada). Branco (registros antigos, guias do
      *> TAX-SETTLE) conta como aprovada.
      88 AP-APPROVAL-PENDING  VALUE "P".
      88 AP-APPROVAL-OK       VALUE "A" " ".
      88 AP-APPROVAL-REJECTED VALUE "R".
   05 AP-REGISTERED-BY  PIC X(8).
      *> Operador que registrou a fatura (nao pode aprova-la)
   05 AP-APPROVED-BY    PIC X(8).
      *> Operador que aprovou/rejeitou
   05 AP-APPROVAL-DATE  PIC 9(8).
   05 AP-PO-NUMBER      PIC 9(8).
      *> Pedido de compra casado no registro (0 = sem pedido);
      *> a rejeicao devolve o valor ao saldo do pedido
   05 AP-DISC-CENTS     PIC 9(15).
      *> Desconto por pagamento antecipado embutido na remessa em
      *> curso (gravado pelo AP-PAYMENT-RUN 'G' junto com o
      *> AP-REMIT-FLAG): o banco paga o saldo MENOS este valor e o
      *> AP-RETURN-PROC baixa a fatura inteira, levando a
      *> diferenca para a receita de descontos obtidos. Zero (ou
      *> lixo, em registro antigo) = remessa sem desconto.
   05 AP-GRNI-CENTS     PIC 9(15).
      *> Fatura casada com pedido que tinha recebimento nao
      *> faturado (GRNI): valor recebido que ela cobriu. O
      *> lancamento de registro debita a GRNI-ACCT (gravada em
      *> AP-EXPENSE-ACCT) por este valor e a diferenca para o
      *> valor da fatura vai para AP-PPV-ACCT. Zero (ou lixo, em
      *> registro antigo) = registro direto na despesa.
   05 AP-PPV-ACCT       PIC 9(10).
      *> Conta de variacao de preco usada no registro (GRNI)
