      *> rolar; 'D' = reversao ja gerada; branco/'N' = sem reversao
      88 JR-AUTO-REVERSE    VALUE "Y".
      88 JR-REVERSAL-DONE   VALUE "D".
   05 JR-SOURCE        PIC X(3).
      *> Origem do lancamento, carimbada por quem o gravou (ver o
      *> DIARIO-AUX, que lista o periodo agrupado por origem).
      *> Branco = lancamento anterior ao campo.
      88 JR-SRC-MANUAL         VALUE "MAN".
         *> MENU - captura manual
      88 JR-SRC-TEMPLATE       VALUE "MOD".
         *> MENU - gerado a partir de modelo
      88 JR-SRC-IMPORT         VALUE "IMP".
         *> JOURNAL-IMPORT
      88 JR-SRC-PAYROLL        VALUE "FOL".
         *> PAYROLL-IMPORT
      88 JR-SRC-AP             VALUE "CPG".
         *> Contas a pagar (AP-MENU, AP-RETURN-PROC)
      88 JR-SRC-AR             VALUE "CRC".
         *> Contas a receber (AR-MENU, AR-IMPORT, AR-RETURN-PROC,
         *> AR-DUNNING)
      88 JR-SRC-AR-PROVISION   VALUE "PDD".
         *> AR-PROVISION
      88 JR-SRC-DEPRECIATION   VALUE "DEP".
         *> DEPRECIATION
      88 JR-SRC-FIXED-ASSETS   VALUE "IMB".
         *> AUX-MENU - baixa/transferencia de imobilizado
      88 JR-SRC-LOANS          VALUE "EMP".
         *> LOAN-SCHED
      88 JR-SRC-ALLOCATION     VALUE "RAT".
         *> ALLOCATION
      88 JR-SRC-BANK-STMT      VALUE "EXT".
         *> STMT-AUTOPOST
      88 JR-SRC-TAX-SETTLE     VALUE "TRB".
         *> TAX-SETTLE
      88 JR-SRC-ACCRUAL-REV    VALUE "REV".
         *> ACCRUAL-REV
      88 JR-SRC-RECOGNITION    VALUE "RCT".
         *> RECOGNITION
      88 JR-SRC-FX-REVAL       VALUE "CAM".
         *> FX-REVAL
      88 JR-SRC-YEAR-CLOSE     VALUE "ENC".
         *> YEAR-CLOSE
      88 JR-SRC-IC-MIRROR      VALUE "ICM".
         *> IC-MIRROR - espelho intercompany
      88 JR-SRC-INVENTORY      VALUE "ETQ".
         *> INV-MENU; provisao de obsolescencia (INV-OBSOL)
      88 JR-SRC-COMMISSION     VALUE "COM".
         *> COMMISSION-RUN - comissao de vendas
      88 JR-SRC-INCOME-TAX     VALUE "IRC".
         *> LALUR-RUN - provisao de IRPJ/CSLL
      88 JR-SRC-PAYROLL-PROV   VALUE "PFO".
         *> PAYROLL-PROV - provisao de ferias e 13o salario
      88 JR-SRC-INVESTMENTS    VALUE "APL".
         *> INVEST-ACCRUAL - aplicacoes financeiras (aplicacao,
         *> rendimento, provisao de IR e resgate)
      88 JR-SRC-LEASES         VALUE "ARR".
         *> LEASE-SCHED - arrendamentos CPC 06 / IFRS 16
      88 JR-SRC-EXPENSE-REPORT VALUE "RDV".
         *> EXP-MENU - relatorio de despesas e adiantamento de
         *> viagem a funcionario
      88 JR-SRC-VOID           VALUE "EST".
         *> JOURNAL-IO 'V' - estorno
   05 JR-BOOK          PIC X(1).
      *> Livro contabil do lancamento. Branco/'L' = livro
      *> societario (local GAAP): posta no LEDGER e vai para o
      *> SPED-ECD. 'I' = ajuste IFRS: lancamento so de ajuste,
      *> postado pelo POST-LEDGER no livro paralelo IFRS-LEDGER,
      *> fora do LEDGER estatutario, do SPED-ECD, do razao e do
      *> GL-RECON. TRIAL-BAL, FIN-STATEMENTS e MGMT-PACK mostram
      *> "local", "so ajustes IFRS" ou "local + IFRS"
      *> (LEDGER-BOOK-IO).
      88 JR-BOOK-LOCAL         VALUE " " "L".
      88 JR-BOOK-IFRS          VALUE "I".
   05 JR-EQUITY-MOVE   PIC X(1).
      *> Tipo de mutacao do patrimonio liquido, informado no MENU
      *> quando alguma linha bate em conta de PL ('E'); e a linha
      *> da DMPL (DMPL-RPT) em que o lancamento aparece. O
      *> encerramento do exercicio (JR-SOURCE 'ENC') e sempre o
      *> lucro liquido. Branco = nao informado (lancamento so
      *> entre contas de PL conta como transferencia de reservas,
      *> o resto como outras mutacoes).
      88 JR-EQ-DIVIDENDS        VALUE "D".
      88 JR-EQ-CAPITAL-INCREASE VALUE "C".
      88 JR-EQ-RESERVE-TRANSFER VALUE "T".
      88 JR-EQ-OTHER            VALUE "O".
