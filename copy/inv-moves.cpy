*> ------------------------------------------------------------
*> Copybook: inv-moves.cpy
*> Layout do registro de movimento de estoque (INV-MOVES): uma
*> linha por entrada ('R') ou saida ('I') de um item - ou
*> ajuste de contagem ciclica, sobra ('S') ou falta ('F') - com a
*> quantidade, o valor do movimento e o lancamento contabil
*> gerado (IM-TXN-ID) - o subledger sempre aponta de volta para
*> a contabilidade, como AP/AR. O sequencial e numerado pelo
      *> 'R' entrada (recebimento), 'I' saida (consumo/venda)
      88 IM-IS-RECEIPT       VALUE "R".
      88 IM-IS-ISSUE         VALUE "I".
      *> Ajustes da contagem ciclica (INV-COUNTS), a custo medio,
      *> contra a conta de perdas/sobras de inventario:
      *> 'S' sobra (aumenta o saldo), 'F' falta (reduz o saldo)
      88 IM-IS-COUNT-GAIN    VALUE "S".
      88 IM-IS-COUNT-LOSS    VALUE "F".
   05 IM-QTY            PIC 9(9).
   05 IM-TOTAL-CENTS    PIC 9(15).
      *> Valor do movimento (entrada: qtde x custo unitario;
