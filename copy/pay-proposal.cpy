*> (aprova ou exclui item a item, com o total provado contra a
*> posicao de caixa); so a funcao 'G' gera a remessa - e apenas
*> dos itens aprovados - marcando aqui o que foi remetido.
*> Chave: PP-KEY (fornecedor + numero da fatura, ou funcionario +
*>        documento de despesa - ver PP-PAYEE-TYPE)
*> ------------------------------------------------------------

01 PP-RECORD.
      88 PP-IS-EXCLUDED      VALUE "X".
      88 PP-IS-REMITTED      VALUE "R".
   05 PP-PROPOSAL-DATE  PIC 9(8).
   05 PP-DISC-CENTS     PIC 9(15).
      *> Economia do desconto por pagamento antecipado se o
      *> pagamento sair ate PP-DISC-DATE (0 = sem desconto); o
      *> PP-AMOUNT-CENTS continua o valor cheio
   05 PP-DISC-DATE      PIC 9(8).
      *> Ultimo dia util da janela de desconto
   05 PP-PAYEE-TYPE     PIC X(1).
      *> 'E' = reembolso ou adiantamento a funcionario (EXP-MENU):
      *> PP-VENDOR-ID leva o ID do funcionario e PP-INVOICE-NO o
      *> documento - "RDV" + numero do relatorio de despesas ou
      *> "ADT" + numero do adiantamento; branco = fatura de
      *> fornecedor
      88 PP-PAYEE-EMPLOYEE   VALUE "E".
