*> ------------------------------------------------------------
*> Copybook: ar-advances.cpy
*> Layout do registro de recebimento nao aplicado de cliente
*> (AR-ADVANCES): adiantamento, pagamento a maior ou deposito
*> sem indicacao das faturas. O caixa entra no recebimento do
*> AR-MENU com credito na conta de adiantamentos de clientes
*> (passivo) e o saldo fica aqui, por cliente, ate a aplicacao
*> a faturas - que gera a reclassificacao D adiantamentos /
*> C clientes e quita as faturas.
*> Chave: AV-KEY (cliente + lancamento do recebimento)
*> ------------------------------------------------------------

01 AV-RECORD.
   05 AV-KEY.
      10 AV-CUSTOMER-ID PIC 9(6).
      10 AV-TXN-ID      PIC 9(12).
         *> Lancamento do recebimento que trouxe o caixa
   05 AV-RECEIPT-DATE   PIC 9(8).
      *> AAAAMMDD do recebimento
   05 AV-AMOUNT-CENTS   PIC 9(15).
      *> Valor recebido sem aplicacao
   05 AV-APPLIED-CENTS  PIC 9(15).
      *> Quanto ja foi aplicado a faturas (saldo nao aplicado =
      *> AV-AMOUNT-CENTS - AV-APPLIED-CENTS)
   05 AV-CASH-ACCT      PIC 9(10).
      *> Conta de caixa/banco do recebimento
   05 AV-ADVANCE-ACCT   PIC 9(10).
      *> Conta de adiantamentos de clientes creditada
   05 AV-REFERENCE      PIC X(30).
      *> Referencia livre (deposito, pedido, comprovante)
   05 AV-STATUS         PIC X(1).
      88 AV-IS-OPEN          VALUE "O".
      88 AV-IS-CLOSED        VALUE "C".
   05 AV-LAST-APPLY-DATE PIC 9(8).
      *> AAAAMMDD da ultima aplicacao a faturas
   05 AV-LAST-APPLY-TXN PIC 9(12).
      *> Lancamento de reclassificacao da ultima aplicacao
   05 AV-OPERATOR-ID    PIC X(8).
      *> Operador que registrou o recebimento
