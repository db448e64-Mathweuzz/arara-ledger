*> Layout do registro de baixa/aplicacao de fatura de
*> fornecedor (AP-SETTLEMENTS): uma linha por movimento que
*> reduz o saldo em aberto de um documento do AP - baixa manual
*> parcial ou total ('P'), baixa pelo retorno bancario ('B'),
*> abatimento de nota de credito ('N') e desconto obtido por
*> pagamento antecipado ('D'). O AP-RECORD guarda so o
*> saldo e a ultima baixa; o historico completo mora aqui.
*> Chave: AS-KEY (fornecedor + documento + sequencial)
*> ------------------------------------------------------------
      *> AAAAMMDD da baixa/aplicacao
   05 AS-KIND           PIC X(1).
      *> 'P' baixa manual, 'B' baixa por retorno bancario,
      *> 'N' abatimento de nota de credito, 'D' desconto obtido
      *> (a parte do saldo que o retorno bancario baixou sem
      *> pagamento)
   05 AS-AMOUNT-CENTS   PIC 9(15).
   05 AS-TXN-ID         PIC 9(12).
      *> Lancamento contabil do movimento (0 = aplicacao de
