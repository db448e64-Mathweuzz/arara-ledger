*>   FLUX-THRESHOLD-PCT  gatilho default da analise de variacao
*>   PWD-EXPIRY-DAYS     validade da senha de operador (dias)
*>   SIGNON-LOCK-TRIES   falhas seguidas ate bloquear o operador
*>   DUP-CHECK-ON        verificacao de lancamento em duplicidade
*>                       no JOURNAL-IO 'D' (1 = ligada, 0 = nao)
*>   DUP-CHECK-WINDOW-DD janela de datas dessa verificacao (dias)
*>   JET-UNDER-LIMIT-PCT faixa "logo abaixo do limite" do JET-SCORE
*>                       (% do APPROVAL-THRESHOLD)
*>   JET-RARE-OPER-MAX   lancamentos ate os quais o operador e raro
*>   JET-RARE-ACCT-MAX   linhas ate as quais a conta e pouco
*>                       movimentada (JET-SCORE)
*>   DEPR-EXP-ACCT       conta de despesa de depreciacao usada
*>                       pela previa do fechamento (nightly-preview)
*>   FX-RESULT-ACCT      conta de resultado cambial usada pela
*>                       previa do fechamento (nightly-preview)
*>   BATCH-SLOW-PCT      % acima do tempo medio das 30 execucoes
*>                       anteriores que marca step LENTO
*>                       (BATCH-TREND)
*>   BATCH-VOL-PCT       % acima/abaixo do volume medio que marca
*>                       step com VOLUME fora do normal
*>   AP-APPROVAL-LIMIT   valor de fatura de fornecedor (centavos)
*>                       acima do qual ela nasce pendente de
*>                       aprovacao no AP-MENU (0 = sem alcada)
*>   NFE-AP-ACCT         conta de fornecedores (passivo) das
*>                       faturas criadas pelo NFE-IMPORT
*>   NFSE-LAST-RPS       ultimo numero de RPS enviado a prefeitura
*>                       (mantido pelo NFSE-RPS-RUN)
*>   NFSE-LAST-LOT       ultimo numero de lote de RPS (idem)
*>   AR-ADVANCE-ACCT     conta padrao de adiantamentos de clientes
*>                       (recebimento nao aplicado, AR-MENU)
*>   PDD-WRITEOFF-DAYS   dias de atraso a partir dos quais o
*>                       AR-PROVISION baixa a fatura como perda
*>                       (0 ou ausente = sem baixa)
*>   PDD-WRITEOFF-ACCT   conta de despesa da baixa como perda
*>                       (ausente = a mesma despesa da PDD)
*>   COMM-EXP-ACCT       conta de despesa de comissoes de vendas
*>                       (COMMISSION-RUN)
*>   COMM-PAY-ACCT       conta de comissoes a pagar (passivo) do
*>                       COMMISSION-RUN
*>   AP-DISC-INC-ACCT    conta de descontos obtidos por pagamento
*>                       antecipado (AP-PAYMENT-RUN/AP-RETURN-PROC;
*>                       ausente = nenhum desconto e aproveitado)
*>   LALUR-IRPJ-EXP-ACCT conta de despesa de IRPJ (LALUR-RUN)
*>   LALUR-IRPJ-PAY-ACCT conta de IRPJ a recolher (passivo)
*>   LALUR-CSLL-EXP-ACCT conta de despesa de CSLL
*>   LALUR-CSLL-PAY-ACCT conta de CSLL a recolher (passivo)
*>   LALUR-CSLL-PCT      aliquota da CSLL em centesimos de %
*>                       (ausente = 900, 9%)
*>   LALUR-ANNUAL        1 = lucro real anual (apuracao so em
*>                       dezembro); 0/ausente = trimestral
*>   PROV-INSS-PCT       INSS patronal (com RAT e terceiros) sobre
*>                       as provisoes de ferias e 13o, centesimos
*>                       de % (PAYROLL-PROV; ausente = 2000, 20%)
*>   PROV-FGTS-PCT       FGTS sobre as provisoes (ausente = 800)
*>   INV-COUNT-TOL-PCT   tolerancia da contagem ciclica sobre a
*>                       quantidade contabil congelada, centesimos
*>                       de % (INV-MENU; ausente = 200, 2%)
*>   INV-COUNT-TOL-CENTS tolerancia da contagem em valor (centavos;
*>                       0/ausente = so a tolerancia percentual)
*>   INV-SHRINK-ACCT     conta de perdas/sobras de inventario dos
*>                       ajustes da contagem ciclica
*>   GRNI-ACCT           conta transitoria de recebimentos nao
*>                       faturados (entrada de estoque com pedido
*>                       no INV-MENU; fatura casada no AP)
*>   GRNI-PPV-ACCT       conta de variacao de preco de compra
*>                       (fatura x valor recebido coberto)
*>   INV-SLOW-MONTHS     meses sem saida que marcam o item como
*>                       parado no INV-AGING-RPT (ausente = 12)
*>   INV-OBS-PCT-90/-180/-365/-OVER365  matriz da provisao para
*>                       obsolescencia por idade do estoque
*>                       (INV-OBSOL, centesimos de %)
*>   INV-OBS-EXP-ACCT    conta de despesa da provisao (INV-OBSOL)
*>   INV-OBS-ACCT        conta redutora do estoque da provisao
*>   EXP-ACCT-<tipo>     conta de despesa de cada tipo de despesa
*>                       do relatorio de despesas de funcionario
*>                       (EXP-MENU; ex. EXP-ACCT-HOSP, -AERO)
*>   EMP-ADV-ACCT        conta de adiantamentos a funcionarios
*>                       (ativo; EXP-MENU e EMP-ADV-RPT)
*>   EMP-PAY-ACCT        conta de reembolsos/adiantamentos a pagar
*>                       a funcionarios (passivo; baixada pelo
*>                       AP-RETURN-PROC)
*>   ACCESS-DORMANT-DD   dias sem sign-on que tornam o operador
*>                       dormente na revisao de acessos (e janela
*>                       de atividade do relatorio; default 90)
*>   ACCESS-REVIEW-DD    prazo em dias para o gestor decidir a
*>                       revisao de acessos; vencido, o pendente e
*>                       inativado (ACCESS-REVIEW; default 30)
*> Chave: SP-KEY
*> ------------------------------------------------------------

