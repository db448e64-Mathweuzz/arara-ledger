*> ------------------------------------------------------------
*> Copybook: grni.cpy
*> Layout do registro de recebimento nao faturado (GRNI - goods
*> received not invoiced). Cada entrada de estoque do INV-MENU
*> que referencia um pedido de compra credita a conta transitoria
*> GRNI-ACCT (SYS-PARAMS) no lugar de fornecedores e grava aqui
*> uma linha com o valor recebido. A fatura do fornecedor casada
*> com o mesmo pedido no AP-MENU (ou importada pelo NFE-IMPORT)
*> debita a GRNI-ACCT pelo valor recebido que ela cobre - a
*> diferenca de preco vai para a conta GRNI-PPV-ACCT - e baixa as
*> linhas em ordem de recebimento (GRNI-CLEAR). O saldo aberto
*> (GR-RECEIVED-CENTS - GR-INVOICED-CENTS) de todas as linhas
*> tem de bater com o saldo credor da GRNI-ACCT no LEDGER - prova
*> do relatorio GRNI-RPT no fechamento do mes.
*> Chave: GR-KEY (pedido + sequencial dentro do pedido)
*> ------------------------------------------------------------

01 GR-RECORD.
   05 GR-KEY.
      10 GR-PO-NUMBER   PIC 9(8).
      10 GR-SEQ         PIC 9(4).
         *> Numerado pelo GRNI-IO dentro do pedido
   05 GR-VENDOR-ID      PIC 9(6).
      *> Fornecedor do pedido (copiado no recebimento)
   05 GR-RECEIPT-DATE   PIC 9(8).
      *> AAAAMMDD da entrada de estoque
   05 GR-ITEM-ID        PIC 9(6).
   05 GR-QTY            PIC 9(9).
   05 GR-RECEIVED-CENTS PIC 9(15).
      *> Valor creditado na GRNI-ACCT pela entrada
   05 GR-INVOICED-CENTS PIC 9(15).
      *> Parte ja coberta por fatura (debitada da GRNI-ACCT)
   05 GR-RECEIPT-TXN-ID PIC 9(12).
      *> Lancamento da entrada de estoque
   05 GR-LAST-INV-TXN-ID PIC 9(12).
      *> Ultimo lancamento de fatura que baixou a linha
   05 GR-CLEARED-DATE   PIC 9(8).
      *> AAAAMMDD em que a linha ficou totalmente faturada
   05 GR-STATUS         PIC X(1).
      *> 'O' aberta (saldo a faturar), 'C' totalmente faturada
      88 GR-IS-OPEN          VALUE "O".
      88 GR-IS-CLEARED       VALUE "C".
