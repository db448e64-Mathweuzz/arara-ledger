*> ------------------------------------------------------------
*> Copybook: leases.cpy
*> Layout do registro de contrato de arrendamento (LEASES) -
*> CPC 06 (R2) / IFRS 16: galpoes, veiculos e demais bens de
*> terceiros usados pela empresa. Na data de inicio o passivo de
*> arrendamento e medido pelo valor presente das parcelas
*> mensais (postecipadas, taxa mensal = taxa anual / 12, a mesma
*> convencao de LOANS) e o ativo de direito de uso nasce pelo
*> mesmo valor. O batch LEASE-SCHED lanca a medicao inicial, a
*> depreciacao linear do direito de uso pelo prazo, os juros do
*> passivo (apropriados no circulante) e a reclassificacao
*> circulante x nao circulante. A parcela mensal NAO sai pelo
*> batch: chega como fatura do arrendador no AP-MENU, que
*> sugere a conta LS-ST-ACCT no lugar da despesa de aluguel - o
*> registro da fatura baixa o passivo e o pagamento segue o
*> fluxo normal do contas a pagar (proposta/CNAB). O relatorio
*> LEASE-MAT imprime a tabela de vencimentos das notas
*> explicativas. LS-MONTHS-ELAPSED/LS-LAST-PERIOD sao mantidos
*> pelo batch e impedem processar o mesmo mes duas vezes.
*> Chave: LS-LEASE-ID
*> ------------------------------------------------------------

01 LS-RECORD.
   05 LS-LEASE-ID       PIC 9(8).
   05 LS-DESCRIPTION    PIC X(30).
   05 LS-VENDOR-ID      PIC 9(6).
      *> Arrendador (VENDORS) - quem fatura as parcelas no AP
   05 LS-START-DATE     PIC 9(8).
      *> AAAAMMDD de inicio do uso; a parcela k vence k meses
      *> depois, no mesmo dia
   05 LS-TERM-MONTHS    PIC 9(3).
   05 LS-PAYMENT-CENTS  PIC 9(15).
      *> Parcela mensal contratual
   05 LS-ANNUAL-RATE    PIC 9(3)V9(4).
      *> Taxa de desconto anual em % (taxa incremental de
      *> emprestimo do arrendatario, ex 014.0000)
   05 LS-ROU-ACCT       PIC 9(10).
      *> Ativo - direito de uso (custo)
   05 LS-ROU-DEPR-ACCT  PIC 9(10).
      *> Ativo redutor - depreciacao acumulada do direito de uso
   05 LS-DEPR-EXP-ACCT  PIC 9(10).
      *> Despesa de depreciacao do direito de uso
   05 LS-INT-EXP-ACCT   PIC 9(10).
      *> Despesa de juros sobre arrendamento
   05 LS-ST-ACCT        PIC 9(10).
      *> Passivo circulante de arrendamento - recebe os juros e e
      *> baixado pelas faturas do arrendador
   05 LS-LT-ACCT        PIC 9(10).
      *> Passivo nao circulante de arrendamento
   05 LS-INITIAL-PV-CENTS PIC 9(15).
      *> Valor presente na data de inicio (custo do direito de
      *> uso); calculado no cadastro
   05 LS-MONTHS-ELAPSED PIC 9(3).
      *> Meses ja processados pelo batch
   05 LS-LAST-PERIOD    PIC 9(6).
      *> AAAAMM do ultimo mes processado (0 = nunca)
   05 LS-INCEPTION-FLAG PIC X(1).
      *> 'Y' = lancamento de medicao inicial ja no razao
      88 LS-INCEPTION-POSTED VALUE "Y".
   05 LS-STATUS         PIC X(1).
      *> 'A' ativo, 'I' encerrado (prazo cumprido)
      88 LS-IS-ACTIVE        VALUE "A".
      88 LS-IS-INACTIVE      VALUE "I".
