*> ------------------------------------------------------------
*> Copybook: kpi-defs.cpy
*> Layout do registro de definicao dos indicadores financeiros
*> (KPI-DEFS): diz quais contas alimentam cada componente dos
*> indicadores do KPI-RPT (DSO, DPO, DIO, ciclo de caixa,
*> liquidez, margens e divida liquida). Cada componente pode ter
*> varias linhas, cada uma uma faixa de contas ou uma rubrica do
*> STMT-CAPTIONS, somando ou subtraindo. Mantido no AUX-MENU
*> (K1/K2/K3), para a controladoria mudar a composicao sem
*> recompilar o relatorio.
*> Componentes:
*>   RECE receita liquida            CUST custo das vendas
*>   DESP despesas operacionais      DEPR depreciacao/amortizacao
*>        (EBITDA = RECE - CUST - DESP + DEPR)
*>   CLIE contas a receber           FORN fornecedores
*>   ESTQ estoques                   ATCI ativo circulante
*>   PACI passivo circulante         CAIX caixa e equivalentes
*>   DIVD divida alem dos contratos do LOANS (debentures etc.);
*>        as contas de curto e longo prazo dos contratos do LOANS
*>        ja entram na divida liquida sem cadastro
*> Chave: KD-KEY (componente + sequencia)
*> ------------------------------------------------------------

01 KD-RECORD.
   05 KD-KEY.
      10 KD-COMPONENT   PIC X(4).
      10 KD-SEQ         PIC 9(2).
   05 KD-DESCRIPTION    PIC X(30).
   05 KD-SOURCE         PIC X(1).
      *> 'A' faixa de contas, 'C' rubrica do STMT-CAPTIONS
      88 KD-FROM-ACCOUNTS    VALUE "A".
      88 KD-FROM-CAPTION     VALUE "C".
   05 KD-RANGE-FROM     PIC 9(10).
   05 KD-RANGE-TO       PIC 9(10).
      *> Faixa de AC-ACCOUNT-ID (origem 'A')
   05 KD-CAPTION-KEY.
      10 KD-CAP-STATEMENT PIC X(1).
      10 KD-CAP-ORDER     PIC 9(3).
      *> Demonstracao + ordem da rubrica (origem 'C'); vale a
      *> faixa de contas da rubrica no momento do relatorio
   05 KD-SIGN           PIC X(1).
      *> '+' soma ao componente, '-' subtrai (ex. deducoes da
      *> receita bruta)
      88 KD-ADDS             VALUE "+".
      88 KD-SUBTRACTS        VALUE "-".
