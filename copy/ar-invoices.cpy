      *> Taxa FX-RATES da conversao do registro; o recebimento
      *> recalcula pela taxa do dia e o ganho/perda realizado
      *> sai automatico no lancamento do recebimento
   05 AR-NFSE-STATUS    PIC X(1).
      *> Situacao da nota fiscal de servico eletronica municipal:
      *> 'P' = pendente de envio (fatura registrada depois da
      *> emissao de NFS-e pelo sistema), 'E' = RPS enviado no lote
      *> do NFSE-RPS-RUN aguardando o retorno da prefeitura,
      *> 'N' = NFS-e emitida, 'R' = RPS rejeitado (volta para o
      *> proximo lote). Branco/lixo = fatura anterior a emissao
      *> pelo sistema - nunca entra em lote de RPS
      88 AR-NFSE-PENDING     VALUE "P".
      88 AR-NFSE-SENT        VALUE "E".
      88 AR-NFSE-ISSUED      VALUE "N".
      88 AR-NFSE-REJECTED    VALUE "R".
      88 AR-NFSE-TO-SEND     VALUE "P" "R".
   05 AR-RPS-NUMBER     PIC 9(8).
      *> Numero do RPS (recibo provisorio) do ultimo envio
   05 AR-NFSE-NUMBER    PIC X(15).
      *> Numero da NFS-e devolvido pela prefeitura
   05 AR-NFSE-VERIFY-CODE PIC X(16).
      *> Codigo de verificacao da NFS-e
   05 AR-NFSE-DATE      PIC 9(8).
      *> AAAAMMDD de emissao da NFS-e
   05 AR-DOC-TYPE       PIC X(1).
      *> 'C' = nota de credito (devolucao de venda ou abatimento
      *> concedido depois da emissao), ligada a fatura de origem
      *> em AR-REF-INVOICE-NO do mesmo cliente; branco/lixo =
      *> fatura. A nota nasce aplicada (AR-IS-PAID, data = data
      *> da nota): o valor dela ja sai do AR-AMOUNT-CENTS da
      *> fatura de origem, que segue sendo o saldo em aberto
      88 AR-IS-CREDIT-MEMO   VALUE "C".
   05 AR-REF-INVOICE-NO PIC X(12).
      *> Nota de credito: fatura de origem abatida
   05 AR-CREDIT-CENTS   PIC 9(15).
      *> Fatura: total ja abatido por notas de credito (lixo =
      *> nenhum, tratado com IS NUMERIC); o valor original da
      *> fatura e AR-AMOUNT-CENTS + AR-CREDIT-CENTS (+ a parte
      *> coberta por adiantamento, AR-ADVANCE-CENTS)
   05 AR-RETURN-ITEM-ID PIC 9(6).
      *> Nota de credito de devolucao: item de estoque devolvido
      *> (0 = abatimento sem retorno de mercadoria)
   05 AR-RETURN-QTY     PIC 9(9).
      *> Quantidade devolvida ao estoque
   05 AR-ADVANCE-CENTS  PIC 9(15).
      *> Fatura: parte do saldo ja coberta por aplicacao PARCIAL
      *> de recebimento nao aplicado (AR-ADVANCES); a aplicacao
      *> que cobre o saldo inteiro so quita a fatura, como o
      *> recebimento comum (lixo = nenhuma, IS NUMERIC)
   05 AR-PIX-TXID       PIC X(35).
      *> txid da cobranca PIX emitida para a fatura (QR Code do
      *> boleto hibrido, gravado pelo AR-BOLETO-RUN): "AR" +
      *> cliente + numero da fatura + data da remessa. E por ele
      *> que o PIX-IMPORT religa o credito a fatura
   05 AR-PIX-E2E-ID     PIC X(32).
      *> ID fim-a-fim do PIX que quitou a fatura (PIX-IMPORT);
      *> impede aplicar o mesmo credito duas vezes
   05 AR-SALES-REP-ID   PIC 9(4).
      *> Vendedor da fatura (SALESPEOPLE) - nasce com o vendedor
      *> do cliente e pode ser trocado no registro; a nota de
      *> credito herda o da fatura de origem. 0/lixo = usa o
      *> vendedor atual do cliente (faturas anteriores ao campo)
   05 AR-WRITEOFF-FLAG  PIC X(1).
      *> 'W' = fatura baixada como perda pelo AR-PROVISION (sai
      *> do aberto como quitada na data do fim do periodo, mas
      *> nao foi recebida: fica fora do historico de pagamento e
      *> da base de comissao, e gera estorno da comissao)
      88 AR-IS-WRITTEN-OFF   VALUE "W".
