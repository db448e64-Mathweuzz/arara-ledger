      88 PERIOD-IS-OPEN       VALUE "O".
      88 PERIOD-IS-SOFTCLOSED VALUE "S".
      88 PERIOD-IS-CLOSED     VALUE "C".
   05 PC-SOFTCLOSE-DATE PIC 9(8).
      *> AAAAMMDD em que o periodo entrou em pre-fechamento ('S'),
      *> gravado pelo PERIOD-CTL-IO e mantido no fechamento
      *> definitivo; zero = nunca pre-fechado (ou fechado antes do
      *> campo existir). O JET-SCORE compara com a data de captura
      *> dos lancamentos do periodo.
