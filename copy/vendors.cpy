      *> sem retencao. Sugerido no registro da fatura - o AP
      *> passa a dever o liquido ao fornecedor e o imposto
      *> retido vai direto para a TX-PAYABLE-ACCT do codigo.
   05 VD-DISC-PCT          PIC 9(5).
      *> Desconto por pagamento antecipado, em centesimos de %
      *> (200 = 2%); 0 = fornecedor sem desconto. Registro antigo
      *> pode trazer lixo aqui e em VD-DISC-DAYS: consumidor que
      *> achar o campo nao numerico trata como sem desconto.
   05 VD-DISC-DAYS         PIC 9(3).
      *> Dias corridos a partir da emissao dentro dos quais o
      *> desconto vale ("2% em 10 dias")
