      *> das faturas em aberto + a fatura nova nao pode passar
      *> daqui no registro do AR-MENU; estouro so passa com a
      *> permissao de aprovacao (US-PERM-APPROVE) e confirmacao.
   05 CU-SALES-REP-ID   PIC 9(4).
      *> Vendedor padrao do cliente (SALESPEOPLE), sugerido em
      *> cada fatura nova; 0/lixo = cliente sem vendedor
