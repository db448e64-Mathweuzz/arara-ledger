*> ------------------------------------------------------------
*> Copybook: investments.cpy
*> Layout do registro de aplicacao financeira (INVESTMENTS):
*> CDB, LCI/LCA e fundos DI em que a tesouraria aplica a sobra
*> de caixa, cada um ligado a conta bancaria propria de onde o
*> dinheiro saiu e para onde volta no resgate (BANK-ACCTS).
*> Rendimento diario composto nos dias uteis (BIZ-DAY):
*> pos-fixada = taxa diaria do CDI (ECON-INDEX, IX-DAY 01-31) x
*> IV-RATE % do CDI; prefixada = (1 + IV-RATE % a.a.) elevado a
*> 1/252. O batch INVEST-ACCRUAL lanca a aplicacao, o rendimento
*> e a provisao de IR do mes e os resgates; o INVEST-POS imprime
*> a posicao (bruto, IR provisionado, liquido) conciliada com o
*> LEDGER. IV-ACCRUED-CENTS, IV-IR-PROV-CENTS,
*> IV-LAST-ACCRUAL-DATE e IV-LAST-PERIOD sao mantidos pelo batch
*> e impedem processar o mesmo mes duas vezes. IR regressivo
*> pelo prazo da aplicacao (ate 180 dias 22,5%, ate 360 20%,
*> ate 720 17,5%, acima 15%) sobre o rendimento liquido do IOF;
*> IOF regressivo nos resgates com menos de 30 dias. Fundo com
*> come-cotas semestral fica fora: o IR do fundo e tratado como
*> o de renda fixa, no resgate.
*> Chave: IV-ID
*> ------------------------------------------------------------

01 IV-RECORD.
   05 IV-ID             PIC 9(6).
   05 IV-DESCRIPTION    PIC X(30).
   05 IV-PRODUCT        PIC X(4).
      88 IV-IS-CDB           VALUE "CDB".
      88 IV-IS-FUND          VALUE "FUND".
      88 IV-VALID-PRODUCT    VALUE "CDB" "LCI" "LCA" "FUND".
      88 IV-IR-EXEMPT        VALUE "LCI" "LCA".
         *> LCI/LCA: rendimento isento de IR para pessoa fisica;
         *> aqui tratado como isento (sem provisao nem retencao)
   05 IV-BANK-ACCT-ID   PIC 9(3).
      *> Conta bancaria propria (BA-ID): a conta contabil de caixa
      *> dos lancamentos e o BA-GL-ACCT dela
   05 IV-PRINCIPAL-CENTS PIC 9(15).
      *> Principal ainda aplicado (resgate parcial abate a parcela
      *> de principal resgatada)
   05 IV-START-DATE     PIC 9(8).
      *> AAAAMMDD da aplicacao
   05 IV-MATURITY-DATE  PIC 9(8).
      *> AAAAMMDD do vencimento (0 = sem vencimento, fundo com
      *> liquidez diaria); no vencimento o batch resgata tudo
   05 IV-RATE-TYPE      PIC X(1).
      88 IV-IS-CDI-LINKED    VALUE "C".
      88 IV-IS-FIXED-RATE    VALUE "F".
   05 IV-RATE           PIC 9(3)V9(4).
      *> 'C': % do CDI (ex 105.0000); 'F': taxa anual em %
      *> (ex 012.5000 = 12,5% a.a., base 252 dias uteis)
   05 IV-ASSET-ACCT     PIC 9(10).
      *> Ativo - aplicacao financeira (principal + rendimento)
   05 IV-INCOME-ACCT    PIC 9(10).
      *> Receita financeira - rendimento de aplicacoes
   05 IV-IR-EXP-ACCT    PIC 9(10).
      *> Despesa de IR sobre aplicacoes (contrapartida da provisao)
   05 IV-IR-PROV-ACCT   PIC 9(10).
      *> Passivo - IR provisionado sobre o rendimento; baixado no
      *> resgate pelo IR retido na fonte
   05 IV-IOF-ACCT       PIC 9(10).
      *> Despesa de IOF sobre resgates
   05 IV-ACCRUED-CENTS  PIC 9(15).
      *> Rendimento bruto apropriado e ainda aplicado (mantido
      *> pelo batch)
   05 IV-IR-PROV-CENTS  PIC 9(15).
      *> IR provisionado sobre IV-ACCRUED-CENTS (mantido pelo
      *> batch)
   05 IV-LAST-ACCRUAL-DATE PIC 9(8).
      *> Ultimo dia ja apropriado (0 = nunca; comeca na aplicacao)
   05 IV-LAST-PERIOD    PIC 9(6).
      *> AAAAMM do ultimo mes processado (0 = nunca)
   05 IV-APPLIED-FLAG   PIC X(1).
      *> 'Y' = aplicacao (D IV-ASSET-ACCT / C caixa) ja esta no
      *> razao - lancada pelo batch ou antes do cadastro
      88 IV-APPLICATION-POSTED VALUE "Y".
   05 IV-REDEEM-DATE    PIC 9(8).
      *> Resgate pedido no AUX-MENU para esta data (0 = nenhum)
   05 IV-REDEEM-CENTS   PIC 9(15).
      *> Valor BRUTO a resgatar (0 = resgate total)
   05 IV-STATUS         PIC X(1).
      *> 'A' ativa, 'R' resgatada/vencida, 'I' inativa
      88 IV-IS-ACTIVE        VALUE "A".
      88 IV-IS-REDEEMED      VALUE "R".
      88 IV-IS-INACTIVE      VALUE "I".
