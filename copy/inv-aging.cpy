*> ------------------------------------------------------------
*> Copybook: inv-aging.cpy
*> Area de resultado do INV-AGING: idade do saldo de um item de
*> estoque numa data de referencia, pelas camadas de entrada do
*> INV-MOVES (consumo PEPS - o saldo e formado pelas entradas
*> mais recentes). Saldo sem entrada que o explique (implantacao
*> anterior ao historico) cai na faixa mais antiga.
*> Faixas (dias ate a data de referencia, convencao 360/30):
*>   1 = 0-90, 2 = 91-180, 3 = 181-365, 4 = acima de 365
*> Usada pelo relatorio INV-AGING-RPT e pelo batch INV-OBSOL.
*> ------------------------------------------------------------

01 AG-RESULT.
   05 AG-QTY            PIC 9(9).
      *> Quantidade na data de referencia
   05 AG-VALUE-CENTS    PIC 9(15).
      *> Valor contabil na data de referencia
   05 AG-BUCKET OCCURS 4 TIMES.
      10 AG-BUCKET-QTY   PIC 9(9).
      10 AG-BUCKET-CENTS PIC 9(15).
   05 AG-LAST-ISSUE-DATE PIC 9(8).
      *> Ultima saida (consumo/venda) ate a data; 0 = nenhuma
   05 AG-LAST-RECEIPT-DATE PIC 9(8).
      *> Ultima entrada ate a data; 0 = nenhuma
   05 AG-IDLE-DAYS      PIC 9(6).
      *> Dias sem saida: desde a ultima saida ou, sem saida,
      *> desde a entrada mais antiga do saldo
