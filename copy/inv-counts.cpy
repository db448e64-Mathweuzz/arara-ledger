*> ------------------------------------------------------------
*> Copybook: inv-counts.cpy
*> Layout do registro de ficha de contagem ciclica de estoque
*> (INV-COUNTS): uma linha por item de cada contagem. A ficha e
*> gerada no INV-MENU para os itens de uma classe ABC ou para
*> os sem contagem ha N dias, congelando a quantidade e o valor
*> contabil do item naquele momento; a divergencia e sempre
*> medida contra o saldo congelado. Divergencia acima da
*> tolerancia do SYS-PARAMS (INV-COUNT-TOL-PCT/-CENTS) espera a
*> aprovacao de um SEGUNDO operador (quem contou nao aprova -
*> recusa "89", a mesma segregacao do JOURNAL-IO); as demais e
*> as aprovadas sao lancadas como movimento de sobra/falta no
*> INV-MOVES, a custo medio, contra a conta INV-SHRINK-ACCT.
*> O INV-COUNT-RPT mede a acuracidade por item e por contagem.
*> Chave: CT-KEY (contagem + item)
*> ------------------------------------------------------------

01 CT-RECORD.
   05 CT-KEY.
      10 CT-COUNT-ID    PIC 9(6).
         *> Numero da contagem (sequencial, atribuido na geracao)
      10 CT-ITEM-ID     PIC 9(6).
   05 CT-SHEET-DATE     PIC 9(8).
      *> AAAAMMDD da geracao da ficha (congelamento do saldo)
   05 CT-SELECTION      PIC X(1).
      *> Criterio da geracao: 'A'/'B'/'C' classe ABC, 'D' itens
      *> sem contagem ha CT-SEL-DAYS dias
   05 CT-SEL-DAYS       PIC 9(4).
   05 CT-CREATED-BY     PIC X(8).
   05 CT-BOOK-QTY       PIC 9(9).
      *> Quantidade contabil congelada na geracao
   05 CT-BOOK-VALUE-CENTS PIC 9(15).
      *> Valor contabil congelado (custo medio = valor / qtde)
   05 CT-COUNTED-QTY    PIC 9(9).
   05 CT-COUNT-DATE     PIC 9(8).
      *> AAAAMMDD da digitacao da contagem (0 = nao contado)
   05 CT-COUNTED-BY     PIC X(8).
   05 CT-OVER-TOL-FLAG  PIC X(1).
      *> 'Y' = divergencia acima da tolerancia (exigiu aprovacao)
      88 CT-OVER-TOLERANCE   VALUE "Y".
   05 CT-APPROVED-BY    PIC X(8).
   05 CT-ADJ-CENTS      PIC 9(15).
      *> Valor do ajuste lancado (custo medio na data do lancamento)
   05 CT-POST-DATE      PIC 9(8).
   05 CT-TXN-ID         PIC 9(12).
      *> Lancamento contabil do ajuste (0 = sem divergencia)
   05 CT-STATUS         PIC X(1).
      *> 'O' aguardando contagem, 'C' contado (dentro da
      *> tolerancia), 'P' pendente de aprovacao, 'A' aprovado,
      *> 'L' ajuste lancado
      88 CT-IS-OPEN          VALUE "O".
      88 CT-IS-COUNTED       VALUE "C".
      88 CT-IS-PENDING       VALUE "P".
      88 CT-IS-APPROVED      VALUE "A".
      88 CT-IS-POSTED        VALUE "L".
