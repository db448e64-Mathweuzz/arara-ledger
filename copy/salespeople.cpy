*> ------------------------------------------------------------
*> Copybook: salespeople.cpy
*> Layout do registro de vendedor (SALESPEOPLE), cadastro
*> mestre da comissao de vendas. O cliente aponta o vendedor
*> padrao em CU-SALES-REP-ID e cada fatura guarda o vendedor
*> dela em AR-SALES-REP-ID (sugerido do cliente, trocavel no
*> registro). O batch COMMISSION-RUN calcula a comissao do mes
*> sobre o recebido e imprime um extrato por vendedor, que o
*> RPT-BURST separa pelo destinatario SL-RECIPIENT.
*> Cadastro no AR-MENU.
*> Chave: SL-REP-ID
*> ------------------------------------------------------------

01 SL-RECORD.
   05 SL-REP-ID         PIC 9(4).
   05 SL-NAME           PIC X(40).
   05 SL-RATE-PCT       PIC 9(5).
      *> Percentual de comissao em centesimos de % (250 = 2,5%),
      *> a mesma convencao da matriz da PDD
   05 SL-RECIPIENT      PIC X(8).
      *> Destinatario do extrato no burst (RPT-BURST tipo 'V');
      *> branco = extrato so no spool mestre
   05 SL-STATUS         PIC X(1).
      *> 'A' ativo, 'I' inativo (inativo nao recebe cliente novo,
      *> mas segue no extrato enquanto tiver movimento)
      88 SL-IS-ACTIVE        VALUE "A".
      88 SL-IS-INACTIVE      VALUE "I".
