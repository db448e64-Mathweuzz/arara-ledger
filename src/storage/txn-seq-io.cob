*>             pedida em L-SQ-RANGE-CODE - o gerador soma o
*>             periodo/ID de origem por conta propria):
*>               'A' = 300000000000  reversao de provisao
*>               'E' = 350000000000  emprestimos (LOAN-SCHED);
*>                     +2000000000 aplicacoes (INVEST-ACCRUAL),
*>                     +3000000000 arrendamentos (LEASE-SCHED)
*>               'L' = 400000000000  rateio (ALLOCATION)
*>               'G' = 450000000000  reconhecimento de diferidos
*>               'D' = 500000000000  depreciacao
*>               'P' = 600000000000  pagamentos CNAB
*>               'B' = 550000000000  provisao de devedores (PDD)
*>                     +1000000000 ferias/13o (PAYROLL-PROV),
*>                     +2000000000 obsolescencia (INV-OBSOL)
*>               'T' = 650000000000  liquidacao de impostos
*>               'F' = 700000000000  revalorizacao cambial
*>               'C' = 750000000000  comissao de vendas
*>               'Y' = 800000000000  encerramento de exercicio
*>                     +1000000000 encerramento do livro IFRS
*>               'R' = 850000000000  recebimentos de boletos
*>               'V' = 900000000000  estorno (JOURNAL-IO 'V')
*>       'V' = Validate (confere um ID digitado manualmente:
          MOVE 650000000000 TO L-SQ-TXN-ID
       WHEN "F"
          MOVE 700000000000 TO L-SQ-TXN-ID
       WHEN "C"
          MOVE 750000000000 TO L-SQ-TXN-ID
       WHEN "Y"
          MOVE 800000000000 TO L-SQ-TXN-ID
       WHEN "R"
