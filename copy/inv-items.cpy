*> movimento saem via JOURNAL-IO no INV-MENU, com o TXN-ID
*> guardado no movimento (INV-MOVES), como os subledgers AP/AR
*> ja fazem; o INV-RECON prova estoque x LEDGER no fim do mes.
*> A contagem ciclica (INV-COUNTS) seleciona os itens pela
*> curva ABC ou pela data da ultima contagem, gravadas aqui.
*> Chave: IT-ITEM-ID
*> ------------------------------------------------------------

      *> 'A' ativo, 'I' inativo
      88 IT-IS-ACTIVE        VALUE "A".
      88 IT-IS-INACTIVE      VALUE "I".
   05 IT-ABC-CLASS      PIC X(1).
      *> Curva ABC para a contagem ciclica: 'A' itens de maior
      *> giro/valor (contados com mais frequencia), 'B', 'C';
      *> branco = ainda nao classificado (selecionado como 'C')
      88 IT-CLASS-A          VALUE "A".
      88 IT-CLASS-B          VALUE "B".
      88 IT-CLASS-C          VALUE "C" " ".
   05 IT-LAST-COUNT-DATE PIC 9(8).
      *> AAAAMMDD da ultima contagem digitada (0 = nunca contado)
