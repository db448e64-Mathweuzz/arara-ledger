*>   - Registro de fatura: debita a conta de despesa e credita a
*>     conta de fornecedores (passivo); baixa: debita a conta de
*>     fornecedores e credita a conta de caixa/banco informada.
*>   - Alcada de aprovacao de faturas: fatura acima do parametro
*>     AP-APPROVAL-LIMIT (SYS-PARAMS) ou sem pedido de compra
*>     casado nasce PENDENTE; outro operador (nao quem
*>     registrou - recusa "89") aprova ou rejeita pela opcao F.
*>     A rejeicao estorna o lancamento de registro, baixa a
*>     fatura e devolve o valor ao saldo do pedido. Fatura
*>     pendente ou rejeitada nao pode ser baixada e fica fora
*>     da proposta do AP-PAYMENT-RUN.
*>   - Condicao de desconto por pagamento antecipado no
*>     cadastro do fornecedor (percentual + dias, opcao G para
*>     os ja cadastrados); a revisao da proposta mostra a
*>     economia de cada item e o total liquido dos descontos.
*>   - Fornecedor arrendador de contrato ativo no LEASES (CPC 06):
*>     a conta sugerida no registro da fatura passa a ser o
*>     passivo circulante do arrendamento (LS-ST-ACCT) no lugar
*>     da despesa padrao - a parcela baixa o passivo em vez de
*>     virar despesa de aluguel.
*>   - Pedido com entrada de estoque ainda nao faturada (GRNI,
*>     INV-MENU): a fatura casada com o pedido debita a conta
*>     transitoria GRNI-ACCT pelo valor recebido que cobre (em
*>     vez da despesa), a diferenca de preco vai para a
*>     GRNI-PPV-ACCT e os recebimentos sao baixados pelo
*>     GRNI-CLEAR; a rejeicao da fatura os reabre.
*>   - Consulta de fatura (opcao H) no vivo e, se nao estiver
*>     la, no historico da empresa (AP-INVOICES-HIST-IO, faturas
*>     quitadas que o SUBL-ARCHIVE arquivou), com as baixas
*>     (AP-SETTLEMENTS / AP-SETTLEMENTS-HIST) e o item da
*>     proposta de pagamento (PAY-PROPOSAL / PAY-PROPOSAL-HIST).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-MENU.
01 WS-PO-OPEN-CENTS     PIC S9(16).
01 WS-PO-TOLERANCE      PIC S9(16).
01 WS-PO-TOL-PCT        PIC 9(5) VALUE 500.

*> Recebimentos nao faturados do pedido (GRNI-CLEAR)
01 WS-GC-OP-CODE        PIC X.
01 WS-GC-PO-NUMBER      PIC 9(8).
01 WS-GC-OPEN-CENTS     PIC 9(15).
01 WS-GC-CLEAR-CENTS    PIC 9(15).
01 WS-GC-ANSWER         PIC 9(15).
01 WS-GC-DATE           PIC 9(8).
01 WS-GC-RETURN-STATUS  PIC XX.
01 WS-GRNI-ACCT         PIC 9(10).
01 WS-GRNI-PPV-ACCT     PIC 9(10).
01 WS-GRNI-VARIANCE     PIC S9(16).
01 WS-GRNI-LINE         PIC 9(3).
01 WS-GRNI-PARAM-VALUE  PIC 9(10).

*> Alcada de aprovacao de faturas de fornecedor
01 WS-AP-APPROVAL-LIMIT PIC 9(15) VALUE 0.
01 WS-INV-DECIDE-ANSWER PIC X(1).
01 WS-TODAY             PIC 9(8).
01 WS-REJECT-TXN-ID     PIC 9(12).
01 WS-CC-OP-CODE        PIC X.
COPY "cost-centers.cpy" REPLACING ==CC-RECORD== BY ==WS-CC-RECORD==.
01 WS-CC-RETURN-STATUS  PIC XX.
01 WS-AS-OP-CODE        PIC X.
COPY "ap-settlements.cpy" REPLACING ==AS-RECORD== BY ==WS-AS-RECORD==.
01 WS-AS-RETURN-STATUS  PIC XX.
*> Consulta de fatura: vivo ou historico arquivado
01 WS-INQ-SOURCE-SW     PIC X.
   88 INQ-FROM-HISTORY        VALUE "H".
   88 INQ-FROM-LIVE           VALUE "V".
01 WS-AS-LIST-COUNT     PIC 9(3).
01 WS-SETTLE-AMOUNT     PIC 9(15).
01 WS-INVOICE-OPEN      PIC 9(15).
01 WS-CREDIT-OPEN       PIC 9(15).
01 WS-REVIEW-PERIOD     PIC 9(6).
01 WS-PROPOSAL-TOTAL    PIC S9(18).
01 WS-APPROVED-TOTAL    PIC S9(18).
01 WS-PROPOSAL-DISC     PIC S9(18).
01 WS-PP-DISC-CENTS     PIC 9(15).
01 WS-VD-EDIT-DISC      PIC ZZ9.99.
01 WS-CASH-TOTAL        PIC S9(18).
01 WS-AT-OP-CODE        PIC X.
COPY "account-attrs.cpy" REPLACING ==AT-RECORD== BY ==WS-AT-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.
01 WS-VD-LIST-COUNT     PIC 9(6).

*> Arrendamento ativo do fornecedor (conta sugerida na fatura)
01 WS-LS-OP-CODE        PIC X.
COPY "leases.cpy" REPLACING ==LS-RECORD== BY ==WS-LS-RECORD==.
01 WS-LS-RETURN-STATUS  PIC XX.
01 WS-LS-FOUND-SWITCH   PIC X.
   88 VENDOR-HAS-LEASE        VALUE "Y".
01 WS-LS-FOUND-ID       PIC 9(8).
01 WS-LS-FOUND-ST-ACCT  PIC 9(10).
01 WS-DEFAULT-EXP-ACCT  PIC 9(10).

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.
             PERFORM OPTION-PO-LIST
          WHEN "E"
             PERFORM OPTION-VENDOR-MERGE
          WHEN "F"
             PERFORM OPTION-INVOICE-DECIDE
          WHEN "G"
             PERFORM OPTION-VENDOR-DISC-TERMS
          WHEN "H"
             PERFORM OPTION-INVOICE-INQUIRY
          WHEN "0"
             CONTINUE
          WHEN OTHER
    DISPLAY " C - Aprovar/cancelar pedido de compra"
    DISPLAY " D - Listar pedidos de compra"
    DISPLAY " E - Unificar fornecedores duplicados (merge)"
    DISPLAY " F - Aprovar/rejeitar fatura pendente"
    DISPLAY " G - Condicao de desconto de fornecedor"
    DISPLAY " H - Consultar fatura (inclusive arquivada)"
    DISPLAY " 0 - Voltar ao menu principal"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
    MOVE 0     TO VD-PEND-BANK-CODE OF WS-VD-RECORD
    MOVE 0     TO VD-PEND-BANK-BRANCH OF WS-VD-RECORD
    MOVE 0     TO VD-PEND-BANK-ACCOUNT OF WS-VD-RECORD
    MOVE 0     TO VD-DISC-PCT OF WS-VD-RECORD
    MOVE 0     TO VD-DISC-DAYS OF WS-VD-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de fornecedor ==="
    DISPLAY "Prazo de pagamento em dias.......: " WITH NO ADVANCING
    ACCEPT VD-PAYMENT-TERMS OF WS-VD-RECORD

    DISPLAY "Desconto antecip. (cent. de %, 200 = 2%; 0 = sem): "
            WITH NO ADVANCING
    ACCEPT VD-DISC-PCT OF WS-VD-RECORD
    IF VD-DISC-PCT OF WS-VD-RECORD > 0
       DISPLAY "Dias de desconto a partir da emissao.: "
               WITH NO ADVANCING
       ACCEPT VD-DISC-DAYS OF WS-VD-RECORD
    END-IF

    DISPLAY "Banco (3 digitos, 0 = nao tem)...: " WITH NO ADVANCING
    ACCEPT VD-BANK-CODE OF WS-VD-RECORD

    DISPLAY "  CNPJ.........: " VD-CNPJ OF WS-VD-RECORD
    DISPLAY "  Conta despesa: " VD-EXPENSE-ACCT OF WS-VD-RECORD
    DISPLAY "  Prazo (dias).: " VD-PAYMENT-TERMS OF WS-VD-RECORD
    IF VD-DISC-PCT OF WS-VD-RECORD IS NUMERIC
       AND VD-DISC-DAYS OF WS-VD-RECORD IS NUMERIC
       AND VD-DISC-PCT OF WS-VD-RECORD > 0
       COMPUTE WS-VD-EDIT-DISC = VD-DISC-PCT OF WS-VD-RECORD / 100
       DISPLAY "  Desconto.....: " WS-VD-EDIT-DISC "% em "
               VD-DISC-DAYS OF WS-VD-RECORD " dias"
    ELSE
       DISPLAY "  Desconto.....: sem desconto por antecipacao"
    END-IF
    DISPLAY "  Banco/agencia: " VD-BANK-CODE OF WS-VD-RECORD
             "/" VD-BANK-BRANCH OF WS-VD-RECORD
    DISPLAY "  Conta corrente " VD-BANK-ACCOUNT OF WS-VD-RECORD
    ACCEPT WS-PAUSE
    .

OPTION-VENDOR-DISC-TERMS.
    *> Condicao de desconto por pagamento antecipado: vale para
    *> as proximas propostas (a janela e sempre recalculada pela
    *> emissao da fatura)
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-VD-RECORD
    MOVE SPACE TO WS-VD-RETURN-STATUS

    DISPLAY " "
    DISPLAY "=== Condicao de desconto de fornecedor ==="
    DISPLAY "ID do fornecedor (6 digitos).....: " WITH NO ADVANCING
    ACCEPT VD-VENDOR-ID OF WS-VD-RECORD

    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       DISPLAY "Fornecedor nao encontrado. STATUS: " WS-VD-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM SHOW-VENDOR-DETAIL
    MOVE 0 TO VD-DISC-DAYS OF WS-VD-RECORD
    DISPLAY "Desconto antecip. (cent. de %, 200 = 2%; 0 = sem): "
            WITH NO ADVANCING
    ACCEPT VD-DISC-PCT OF WS-VD-RECORD
    IF VD-DISC-PCT OF WS-VD-RECORD > 0
       DISPLAY "Dias de desconto a partir da emissao.: "
               WITH NO ADVANCING
       ACCEPT VD-DISC-DAYS OF WS-VD-RECORD
    END-IF

    MOVE "U" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS

    DISPLAY "Condicao de desconto gravada - STATUS: "
            WS-VD-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-VENDOR-BANK-APPROVE.
    *> Segunda aprovacao: quem digitou a alteracao nao pode
    *> aproval-a (recusa "89", a mesma segregacao do JOURNAL-IO).
    MOVE 0     TO AP-ENTRY-TXN-ID OF WS-AP-RECORD
    MOVE 0     TO AP-PAYMENT-TXN-ID OF WS-AP-RECORD
    MOVE 0     TO AP-OPEN-CENTS OF WS-AP-RECORD
    MOVE 0     TO AP-GRNI-CENTS OF WS-AP-RECORD
    MOVE 0     TO AP-PPV-ACCT OF WS-AP-RECORD

    DISPLAY " "
    DISPLAY "=== Registro de fatura de fornecedor ==="
             ACCEPT WS-PAUSE
             EXIT PARAGRAPH
          END-IF
          PERFORM MATCH-INVOICE-TO-GRNI
          IF WS-GC-RETURN-STATUS NOT = "00"
             DISPLAY "Fatura NAO registrada."
             DISPLAY "Pressione ENTER para voltar."
             ACCEPT WS-PAUSE
             EXIT PARAGRAPH
          END-IF
       END-IF
    END-IF

    *> Fatura que cobre recebimento do pedido: o debito vai para
    *> a GRNI-ACCT, sem perguntar a conta de despesa
    IF AP-GRNI-CENTS OF WS-AP-RECORD NOT = 0
       MOVE WS-GRNI-ACCT TO AP-EXPENSE-ACCT OF WS-AP-RECORD
    ELSE
       *> Parcela de arrendamento: sugere o passivo do contrato
       MOVE VD-EXPENSE-ACCT OF WS-VD-RECORD TO WS-DEFAULT-EXP-ACCT
       PERFORM FIND-VENDOR-LEASE
       IF VENDOR-HAS-LEASE
          DISPLAY "Fornecedor e arrendador do contrato "
                  WS-LS-FOUND-ID
                  " (CPC 06) - a parcela baixa o passivo de arrendamento."
          MOVE WS-LS-FOUND-ST-ACCT TO WS-DEFAULT-EXP-ACCT
       END-IF

       DISPLAY "Conta de despesa (ENTER = padrao " WS-DEFAULT-EXP-ACCT
               "): " WITH NO ADVANCING
       ACCEPT AP-EXPENSE-ACCT OF WS-AP-RECORD
       IF AP-EXPENSE-ACCT OF WS-AP-RECORD = 0
          MOVE WS-DEFAULT-EXP-ACCT TO AP-EXPENSE-ACCT OF WS-AP-RECORD
       END-IF
    END-IF

    MOVE AP-EXPENSE-ACCT OF WS-AP-RECORD TO WS-AC-ACCOUNT-ID

    SET AP-IS-OPEN OF WS-AP-RECORD TO TRUE
    SET AP-NOT-IN-REMIT OF WS-AP-RECORD TO TRUE
    MOVE 0 TO AP-DISC-CENTS OF WS-AP-RECORD

    *> Alcada: acima do limite ou sem pedido casado, a fatura
    *> nasce pendente e so entra em proposta depois de aprovada
    *> por outro operador (opcao F). Nota de credito nao passa
    *> pela alcada.
    MOVE L-OPERATOR-ID      TO AP-REGISTERED-BY OF WS-AP-RECORD
    MOVE SPACES             TO AP-APPROVED-BY OF WS-AP-RECORD
    MOVE 0                  TO AP-APPROVAL-DATE OF WS-AP-RECORD
    MOVE WS-PO-MATCH-NUMBER TO AP-PO-NUMBER OF WS-AP-RECORD
    SET AP-APPROVAL-OK OF WS-AP-RECORD TO TRUE
    IF NOT AP-IS-CREDIT-NOTE OF WS-AP-RECORD
       PERFORM LOAD-AP-APPROVAL-LIMIT
       IF WS-PO-MATCH-NUMBER = 0
          OR (WS-AP-APPROVAL-LIMIT NOT = 0
              AND AP-AMOUNT-CENTS OF WS-AP-RECORD
                  > WS-AP-APPROVAL-LIMIT)
          SET AP-APPROVAL-PENDING OF WS-AP-RECORD TO TRUE
       END-IF
    END-IF

    MOVE "C" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING

    DISPLAY "Resultado registro da fatura - STATUS: " WS-AP-RETURN-STATUS
    DISPLAY "(00 = OK, 22 = fatura ja registrada p/ o fornecedor)."
    IF WS-AP-RETURN-STATUS = "00"
       AND AP-APPROVAL-PENDING OF WS-AP-RECORD
       DISPLAY "Fatura PENDENTE de aprovacao (opcao F, por outro"
       DISPLAY "operador) - fica fora da proposta de pagamento."
    END-IF

    *> Fatura casada com pedido: libera o compromisso faturado
    IF WS-AP-RETURN-STATUS = "00" AND WS-PO-MATCH-NUMBER NOT = 0
       PERFORM RELEASE-PO-COMMITMENT
       IF AP-GRNI-CENTS OF WS-AP-RECORD NOT = 0
          PERFORM APPLY-GRNI-CLEARING
       END-IF
    END-IF

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

FIND-VENDOR-LEASE.
    *> Primeiro arrendamento ativo do fornecedor da fatura. A
    *> varredura vai ate o fim do arquivo (o LEASES-IO so fecha o
    *> arquivo no fim da varredura); contrato e conta guardados a
    *> parte porque o registro e sobreposto pelas leituras seguintes
    MOVE "N" TO WS-LS-FOUND-SWITCH
    MOVE 0 TO WS-LS-FOUND-ID WS-LS-FOUND-ST-ACCT
    MOVE SPACE TO WS-LS-RECORD
    MOVE "L" TO WS-LS-OP-CODE
    CALL "LEASES-IO" USING
         WS-LS-OP-CODE
         WS-LS-RECORD
         WS-LS-RETURN-STATUS

    PERFORM UNTIL WS-LS-RETURN-STATUS NOT = "00"
       IF NOT VENDOR-HAS-LEASE
          AND LS-IS-ACTIVE OF WS-LS-RECORD
          AND LS-VENDOR-ID OF WS-LS-RECORD
              = AP-VENDOR-ID OF WS-AP-RECORD
          MOVE "Y" TO WS-LS-FOUND-SWITCH
          MOVE LS-LEASE-ID OF WS-LS-RECORD TO WS-LS-FOUND-ID
          MOVE LS-ST-ACCT OF WS-LS-RECORD TO WS-LS-FOUND-ST-ACCT
       END-IF
       MOVE "N" TO WS-LS-OP-CODE
       CALL "LEASES-IO" USING
            WS-LS-OP-CODE
            WS-LS-RECORD
            WS-LS-RETURN-STATUS
    END-PERFORM
    .

MATCH-INVOICE-TO-PO.
    *> Pedido aprovado, do mesmo fornecedor, com a fatura dentro
    *> da tolerancia PO-TOL-PCT (centesimos de %, default 5%)
    MOVE "00" TO WS-PO-RETURN-STATUS
    .

MATCH-INVOICE-TO-GRNI.
    *> Pedido com entrada de estoque ainda nao faturada: a fatura
    *> baixa o recebimento (GRNI-CLEAR) em vez de ir para a
    *> despesa. Sugestao pela regra do GRNI-CLEAR 'Q'; o operador
    *> pode informar outro valor coberto (faturamento parcial).
    *> Devolve WS-GC-RETURN-STATUS diferente de "00" para recusar.
    MOVE "00" TO WS-GC-RETURN-STATUS
    MOVE 0 TO AP-GRNI-CENTS OF WS-AP-RECORD
    MOVE WS-PO-MATCH-NUMBER TO WS-GC-PO-NUMBER
    MOVE "Q" TO WS-GC-OP-CODE
    PERFORM CALL-GRNI-CLEAR
    IF WS-GC-OPEN-CENTS = 0
       MOVE "00" TO WS-GC-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE "GRNI-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-GRNI-PARAM
    MOVE WS-GRNI-PARAM-VALUE TO WS-GRNI-ACCT
    MOVE "GRNI-PPV-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-GRNI-PARAM
    MOVE WS-GRNI-PARAM-VALUE TO WS-GRNI-PPV-ACCT
    IF WS-GRNI-ACCT = 0 OR WS-GRNI-PPV-ACCT = 0
       DISPLAY "Pedido tem recebimento nao faturado, mas GRNI-ACCT/"
       DISPLAY "GRNI-PPV-ACCT nao estao cadastrados no SYS-PARAMS."
       MOVE FS-INVALID-OP TO WS-GC-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE WS-GC-OPEN-CENTS TO WS-DEC-AMOUNT
    DIVIDE 100 INTO WS-DEC-AMOUNT
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Recebido e nao faturado no pedido: " WS-EDIT-AMOUNT
    DISPLAY "Valor recebido coberto pela fatura, centavos (ENTER = "
            WS-GC-CLEAR-CENTS "): " WITH NO ADVANCING
    MOVE 0 TO WS-GC-ANSWER
    ACCEPT WS-GC-ANSWER
    IF WS-GC-ANSWER NOT = 0
       IF WS-GC-ANSWER > WS-GC-OPEN-CENTS
          DISPLAY "Valor maior que o recebido nao faturado."
          MOVE FS-INVALID-OP TO WS-GC-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
       MOVE WS-GC-ANSWER TO WS-GC-CLEAR-CENTS
    END-IF

    MOVE WS-GC-CLEAR-CENTS TO AP-GRNI-CENTS OF WS-AP-RECORD
    MOVE WS-GRNI-PPV-ACCT TO AP-PPV-ACCT OF WS-AP-RECORD
    COMPUTE WS-GRNI-VARIANCE = AP-AMOUNT-CENTS OF WS-AP-RECORD
          - AP-GRNI-CENTS OF WS-AP-RECORD
    MOVE WS-GRNI-VARIANCE TO WS-DEC-AMOUNT
    DIVIDE 100 INTO WS-DEC-AMOUNT
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Debito na conta de recebimentos " WS-GRNI-ACCT
            "; variacao de preco: " WS-EDIT-AMOUNT
    MOVE "00" TO WS-GC-RETURN-STATUS
    .

READ-GRNI-PARAM.
    MOVE 0 TO WS-GRNI-PARAM-VALUE
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-GRNI-PARAM-VALUE
    END-IF
    .

APPLY-GRNI-CLEARING.
    MOVE "A" TO WS-GC-OP-CODE
    MOVE WS-PO-MATCH-NUMBER TO WS-GC-PO-NUMBER
    MOVE AP-GRNI-CENTS OF WS-AP-RECORD TO WS-GC-CLEAR-CENTS
    PERFORM CALL-GRNI-CLEAR
    IF WS-GC-RETURN-STATUS NOT = "00"
       DISPLAY "*** Baixa dos recebimentos do pedido "
               WS-PO-MATCH-NUMBER " incompleta - STATUS: "
               WS-GC-RETURN-STATUS " (apure no GRNI-RPT)."
    END-IF
    .

CALL-GRNI-CLEAR.
    *> Valor e lancamento da fatura em WS-AP-RECORD
    MOVE AP-ISSUE-DATE OF WS-AP-RECORD TO WS-GC-DATE
    CALL "GRNI-CLEAR" USING
         WS-GC-OP-CODE
         WS-GC-PO-NUMBER
         AP-AMOUNT-CENTS OF WS-AP-RECORD
         WS-PO-TOL-PCT
         WS-GC-OPEN-CENTS
         WS-GC-CLEAR-CENTS
         AP-ENTRY-TXN-ID OF WS-AP-RECORD
         WS-GC-DATE
         WS-GC-RETURN-STATUS
    .

RELEASE-PO-COMMITMENT.
    *> Avanca o faturado do pedido; totalmente faturado vira 'F'
    MOVE SPACE TO WS-PO-RECORD
    .

WRITE-INVOICE-JOURNAL-ENTRY.
    PERFORM BUILD-INVOICE-JOURNAL-LINES
    PERFORM SUBMIT-INVOICE-JOURNAL-ENTRY
    .

BUILD-INVOICE-JOURNAL-LINES.
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE

       MOVE AP-FX-RATE OF WS-AP-RECORD TO JR-LINE-FX-RATE (2)
    END-IF

    *> Fatura que cobre recebimento nao faturado: a primeira
    *> perna debita a GRNI-ACCT so pelo valor recebido coberto e
    *> a diferenca de preco fecha numa perna extra na conta de
    *> variacao (D se a fatura veio mais cara, C se mais barata)
    IF AP-GRNI-CENTS OF WS-AP-RECORD IS NUMERIC
       AND AP-GRNI-CENTS OF WS-AP-RECORD NOT = 0
       AND NOT AP-IS-CREDIT-NOTE OF WS-AP-RECORD
       MOVE AP-GRNI-CENTS OF WS-AP-RECORD TO JR-LINE-AMOUNT-CENTS (1)
       IF AP-GRNI-CENTS OF WS-AP-RECORD
             NOT = AP-AMOUNT-CENTS OF WS-AP-RECORD
          MOVE 3 TO WS-GRNI-LINE
          IF AP-WHT-CENTS OF WS-AP-RECORD NOT = 0
             MOVE 4 TO WS-GRNI-LINE
          END-IF
          MOVE WS-GRNI-LINE TO JR-LINE-NO (WS-GRNI-LINE)
          MOVE AP-PPV-ACCT OF WS-AP-RECORD
            TO JR-LINE-ACCOUNT-ID (WS-GRNI-LINE)
          IF AP-AMOUNT-CENTS OF WS-AP-RECORD
                > AP-GRNI-CENTS OF WS-AP-RECORD
             MOVE "D" TO JR-LINE-DC (WS-GRNI-LINE)
             COMPUTE JR-LINE-AMOUNT-CENTS (WS-GRNI-LINE) =
                     AP-AMOUNT-CENTS OF WS-AP-RECORD
                   - AP-GRNI-CENTS OF WS-AP-RECORD
          ELSE
             MOVE "C" TO JR-LINE-DC (WS-GRNI-LINE)
             COMPUTE JR-LINE-AMOUNT-CENTS (WS-GRNI-LINE) =
                     AP-GRNI-CENTS OF WS-AP-RECORD
                   - AP-AMOUNT-CENTS OF WS-AP-RECORD
          END-IF
       END-IF
    END-IF

    *> Nota de credito: o documento REDUZ o passivo, entao o
    *> lancamento sai invertido (D passivo / C despesa)
    IF AP-IS-CREDIT-NOTE OF WS-AP-RECORD
       MOVE "C" TO JR-LINE-DC (1)
       MOVE "D" TO JR-LINE-DC (2)
    END-IF
    .

SUBMIT-INVOICE-JOURNAL-ENTRY.
    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AP OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       EXIT PARAGRAPH
    END-IF

    IF AP-APPROVAL-PENDING OF WS-AP-RECORD
       OR AP-APPROVAL-REJECTED OF WS-AP-RECORD
       DISPLAY "Fatura pendente de aprovacao ou rejeitada (status "
               AP-APPROVAL-STATUS OF WS-AP-RECORD ") - baixa recusada."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF AP-IS-PAID OF WS-AP-RECORD
       DISPLAY "Fatura ja baixada em " AP-PAID-DATE OF WS-AP-RECORD
               " (lancamento " AP-PAYMENT-TXN-ID OF WS-AP-RECORD ")."
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AP OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
          ADD 1 TO WS-AP-LIST-COUNT
          COMPUTE WS-DEC-AMOUNT = AP-AMOUNT-CENTS OF WS-AP-RECORD / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
          IF AP-APPROVAL-PENDING OF WS-AP-RECORD
             DISPLAY "  " AP-VENDOR-ID OF WS-AP-RECORD
                     " " AP-INVOICE-NO OF WS-AP-RECORD
                     " venc " AP-DUE-DATE OF WS-AP-RECORD
                     " " WS-EDIT-AMOUNT " PENDENTE APROV."
          ELSE
             DISPLAY "  " AP-VENDOR-ID OF WS-AP-RECORD
                     " " AP-INVOICE-NO OF WS-AP-RECORD
                     " venc " AP-DUE-DATE OF WS-AP-RECORD
                     " " WS-EDIT-AMOUNT
          END-IF
       END-IF

       MOVE "N" TO WS-AP-OP-CODE
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   FATURAS - Consulta (vivo ou historico arquivado)
*> ============================================================
OPTION-INVOICE-INQUIRY.
    MOVE SPACE TO WS-AP-RECORD
    MOVE 0     TO AP-VENDOR-ID OF WS-AP-RECORD
    MOVE SPACE TO WS-AP-RETURN-STATUS

    DISPLAY " "
    DISPLAY "=== Consulta de fatura de fornecedor ==="
    DISPLAY "ID do fornecedor (6 digitos).....: " WITH NO ADVANCING
    ACCEPT AP-VENDOR-ID OF WS-AP-RECORD
    DISPLAY "Numero da fatura.................: " WITH NO ADVANCING
    ACCEPT AP-INVOICE-NO OF WS-AP-RECORD

    SET INQ-FROM-LIVE TO TRUE
    MOVE "R" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    *> Fatura quitada e arquivada: historico da empresa
    IF WS-AP-RETURN-STATUS NOT = "00"
       SET INQ-FROM-HISTORY TO TRUE
       MOVE "R" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-IF

    IF WS-AP-RETURN-STATUS NOT = "00"
       DISPLAY "Fatura nao encontrada (nem no historico). STATUS: "
               WS-AP-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF INQ-FROM-HISTORY
       DISPLAY "  *** Fatura ARQUIVADA (historico) ***"
    END-IF
    COMPUTE WS-DEC-AMOUNT = AP-AMOUNT-CENTS OF WS-AP-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "  Emissao......: " AP-ISSUE-DATE OF WS-AP-RECORD
            "  Vencimento: " AP-DUE-DATE OF WS-AP-RECORD
    DISPLAY "  Valor........: " WS-EDIT-AMOUNT
    IF AP-IS-PAID OF WS-AP-RECORD
       DISPLAY "  Situacao.....: QUITADA em " AP-PAID-DATE OF WS-AP-RECORD
    ELSE
       IF AP-OPEN-CENTS OF WS-AP-RECORD IS NUMERIC
          AND AP-OPEN-CENTS OF WS-AP-RECORD > 0
          COMPUTE WS-DEC-AMOUNT = AP-OPEN-CENTS OF WS-AP-RECORD / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       END-IF
       DISPLAY "  Situacao.....: EM ABERTO - saldo " WS-EDIT-AMOUNT
    END-IF
    DISPLAY "  Conta despesa: " AP-EXPENSE-ACCT OF WS-AP-RECORD
            "  Fornecedores: " AP-PAYABLE-ACCT OF WS-AP-RECORD
    DISPLAY "  Lanc. registro " AP-ENTRY-TXN-ID OF WS-AP-RECORD
            "  ultima baixa " AP-PAYMENT-TXN-ID OF WS-AP-RECORD

    PERFORM SHOW-INVOICE-SETTLEMENTS
    PERFORM SHOW-INVOICE-PROPOSAL-ITEM

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

SHOW-INVOICE-SETTLEMENTS.
    *> As baixas vao para o historico junto com a fatura
    MOVE 0 TO WS-AS-LIST-COUNT
    MOVE SPACE TO WS-AS-RECORD
    MOVE AP-VENDOR-ID OF WS-AP-RECORD  TO AS-VENDOR-ID OF WS-AS-RECORD
    MOVE AP-INVOICE-NO OF WS-AP-RECORD TO AS-INVOICE-NO OF WS-AS-RECORD
    MOVE "K" TO WS-AS-OP-CODE
    IF INQ-FROM-HISTORY
       CALL "AP-SETTLEMENTS-HIST-IO" USING
            WS-AS-OP-CODE
            WS-AS-RECORD
            WS-AS-RETURN-STATUS
    ELSE
       CALL "AP-SETTLEMENTS-IO" USING
            WS-AS-OP-CODE
            WS-AS-RECORD
            WS-AS-RETURN-STATUS
    END-IF

    PERFORM UNTIL WS-AS-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-AS-LIST-COUNT
       COMPUTE WS-DEC-AMOUNT = AS-AMOUNT-CENTS OF WS-AS-RECORD / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       DISPLAY "    baixa " AS-SEQ OF WS-AS-RECORD
               " " AS-DATE OF WS-AS-RECORD
               " tipo " AS-KIND OF WS-AS-RECORD
               " " WS-EDIT-AMOUNT
               " lanc " AS-TXN-ID OF WS-AS-RECORD
       MOVE "N" TO WS-AS-OP-CODE
       IF INQ-FROM-HISTORY
          CALL "AP-SETTLEMENTS-HIST-IO" USING
               WS-AS-OP-CODE
               WS-AS-RECORD
               WS-AS-RETURN-STATUS
       ELSE
          CALL "AP-SETTLEMENTS-IO" USING
               WS-AS-OP-CODE
               WS-AS-RECORD
               WS-AS-RETURN-STATUS
       END-IF
    END-PERFORM

    IF WS-AS-LIST-COUNT = 0
       DISPLAY "    (sem linhas de baixa registradas)"
    END-IF
    .

SHOW-INVOICE-PROPOSAL-ITEM.
    *> Item da proposta corrente ou, se ja saiu dela, o da ultima
    *> proposta arquivada
    MOVE SPACE TO WS-PP-RECORD
    MOVE AP-VENDOR-ID OF WS-AP-RECORD  TO PP-VENDOR-ID OF WS-PP-RECORD
    MOVE AP-INVOICE-NO OF WS-AP-RECORD TO PP-INVOICE-NO OF WS-PP-RECORD
    MOVE "R" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-IO" USING
         WS-PP-OP-CODE
         WS-PP-RECORD
         WS-PP-RETURN-STATUS
    IF WS-PP-RETURN-STATUS NOT = "00"
       MOVE "R" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-HIST-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
    END-IF
    IF WS-PP-RETURN-STATUS = "00"
       DISPLAY "    proposta de " PP-PROPOSAL-DATE OF WS-PP-RECORD
               " - situacao " PP-STATUS OF WS-PP-RECORD
               " (P proposto, A aprovado, X excluido, R remetido)"
    END-IF
    .

*> ============================================================
*>   FATURAS - Aprovacao/rejeicao de fatura pendente
*> ============================================================
OPTION-INVOICE-DECIDE.
    *> Mesmo molde da aprovacao de pedido: quem registrou a
    *> fatura nao a aprova nem rejeita (recusa "89")
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AP-RECORD
    MOVE SPACE TO WS-AP-RETURN-STATUS
    MOVE 0     TO AP-VENDOR-ID OF WS-AP-RECORD

    DISPLAY " "
    DISPLAY "=== Aprovacao de fatura de fornecedor ==="
    DISPLAY "ID do fornecedor (6 digitos).....: " WITH NO ADVANCING
    ACCEPT AP-VENDOR-ID OF WS-AP-RECORD

    DISPLAY "Numero da fatura.................: " WITH NO ADVANCING
    ACCEPT AP-INVOICE-NO OF WS-AP-RECORD

    MOVE "R" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    IF WS-AP-RETURN-STATUS NOT = "00"
       DISPLAY "Fatura nao encontrada. STATUS: " WS-AP-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF NOT AP-APPROVAL-PENDING OF WS-AP-RECORD
       DISPLAY "Fatura nao esta pendente de aprovacao (status "
               AP-APPROVAL-STATUS OF WS-AP-RECORD ")."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF AP-REGISTERED-BY OF WS-AP-RECORD = L-OPERATOR-ID
       DISPLAY "Auto-aprovacao recusada (89): a fatura foi"
       DISPLAY "registrada por este mesmo operador."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DEC-AMOUNT = AP-AMOUNT-CENTS OF WS-AP-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Fatura " AP-VENDOR-ID OF WS-AP-RECORD "/"
            AP-INVOICE-NO OF WS-AP-RECORD
            "  venc " AP-DUE-DATE OF WS-AP-RECORD
            "  valor " WS-EDIT-AMOUNT
    DISPLAY "Registrada por " AP-REGISTERED-BY OF WS-AP-RECORD
            "  pedido " AP-PO-NUMBER OF WS-AP-RECORD
            "  lancamento " AP-ENTRY-TXN-ID OF WS-AP-RECORD
    DISPLAY "Aprovar (A) ou rejeitar (R)?.....: " WITH NO ADVANCING
    ACCEPT WS-INV-DECIDE-ANSWER

    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    EVALUATE WS-INV-DECIDE-ANSWER
       WHEN "A"
       WHEN "a"
          SET AP-APPROVAL-OK OF WS-AP-RECORD TO TRUE
          DISPLAY "Fatura APROVADA - entra na proxima proposta de"
          DISPLAY "pagamento."
       WHEN "R"
       WHEN "r"
          PERFORM REJECT-PENDING-INVOICE
          IF WS-JR-RETURN-STATUS NOT = FS-OK
             DISPLAY "Pressione ENTER para voltar."
             ACCEPT WS-PAUSE
             EXIT PARAGRAPH
          END-IF
       WHEN OTHER
          DISPLAY "Resposta invalida - nada alterado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
    END-EVALUATE

    MOVE L-OPERATOR-ID TO AP-APPROVED-BY OF WS-AP-RECORD
    MOVE WS-TODAY      TO AP-APPROVAL-DATE OF WS-AP-RECORD

    MOVE "U" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-AP-RETURN-STATUS

    *> Rejeitada com pedido casado: o valor volta ao saldo nao
    *> faturado do pedido
    IF WS-AP-RETURN-STATUS = "00"
       AND AP-APPROVAL-REJECTED OF WS-AP-RECORD
       AND AP-PO-NUMBER OF WS-AP-RECORD NOT = 0
       PERFORM RESTORE-PO-COMMITMENT
       *> ... e o recebimento que ela cobria volta a ficar aberto
       IF AP-GRNI-CENTS OF WS-AP-RECORD IS NUMERIC
          AND AP-GRNI-CENTS OF WS-AP-RECORD NOT = 0
          MOVE "R" TO WS-GC-OP-CODE
          MOVE AP-PO-NUMBER OF WS-AP-RECORD TO WS-GC-PO-NUMBER
          MOVE AP-GRNI-CENTS OF WS-AP-RECORD TO WS-GC-CLEAR-CENTS
          PERFORM CALL-GRNI-CLEAR
          IF WS-GC-RETURN-STATUS NOT = "00"
             DISPLAY "*** Recebimentos do pedido nao reabertos - "
                     "STATUS: " WS-GC-RETURN-STATUS
          END-IF
       END-IF
    END-IF

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

REJECT-PENDING-INVOICE.
    *> Estorna o lancamento de registro com um lancamento novo,
    *> datado de hoje, com as mesmas linhas D/C invertidas (o
    *> registro pode nem ter sido postado ainda, entao o 'V' do
    *> JOURNAL-IO nao serve), e baixa a fatura sem pagamento
    MOVE SPACE TO WS-JR-RETURN-STATUS
    MOVE WS-TODAY(1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = FS-PERIOD-CLOSED
       MOVE FS-PERIOD-CLOSED TO WS-JR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    *> Retencao na fonte: a terceira perna usa a conta a recolher
    *> do codigo, como no registro
    IF AP-WHT-CENTS OF WS-AP-RECORD NOT = 0
       MOVE SPACE TO WS-TX-RECORD
       MOVE AP-WHT-CODE OF WS-AP-RECORD TO TX-CODE OF WS-TX-RECORD
       MOVE "R" TO WS-TX-OP-CODE
       CALL "TAX-CODES-IO" USING
            WS-TX-OP-CODE
            WS-TX-RECORD
            WS-TX-RETURN-STATUS
       IF WS-TX-RETURN-STATUS NOT = "00"
          DISPLAY "Codigo de retencao " AP-WHT-CODE OF WS-AP-RECORD
                  " nao encontrado - rejeicao recusada."
          MOVE WS-TX-RETURN-STATUS TO WS-JR-RETURN-STATUS
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       DISPLAY "Numeracao automatica indisponivel - STATUS: "
               WS-SQ-RETURN-STATUS
       MOVE WS-SQ-RETURN-STATUS TO WS-JR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SQ-TXN-ID TO WS-REJECT-TXN-ID

    *> Monta as linhas do registro e inverte D<->C
    PERFORM BUILD-INVOICE-JOURNAL-LINES
    MOVE WS-REJECT-TXN-ID TO JR-TXN-ID
    MOVE WS-TODAY         TO JR-DATE
    MOVE SPACES TO JR-MEMO
    STRING "REJEICAO FATURA " DELIMITED BY SIZE
           AP-VENDOR-ID OF WS-AP-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           AP-INVOICE-NO OF WS-AP-RECORD DELIMITED BY SIZE
      INTO JR-MEMO
    PERFORM VARYING WS-REVIEW-I FROM 1 BY 1 UNTIL WS-REVIEW-I > 4
       EVALUATE JR-LINE-DC (WS-REVIEW-I)
          WHEN "D"
             MOVE "C" TO JR-LINE-DC (WS-REVIEW-I)
          WHEN "C"
             MOVE "D" TO JR-LINE-DC (WS-REVIEW-I)
       END-EVALUATE
    END-PERFORM
    PERFORM SUBMIT-INVOICE-JOURNAL-ENTRY
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Estorno do registro recusado - STATUS: "
               WS-JR-RETURN-STATUS ". Fatura NAO rejeitada."
       EXIT PARAGRAPH
    END-IF

    SET AP-APPROVAL-REJECTED OF WS-AP-RECORD TO TRUE
    SET AP-IS-PAID OF WS-AP-RECORD TO TRUE
    MOVE 0        TO AP-OPEN-CENTS OF WS-AP-RECORD
    MOVE WS-TODAY TO AP-PAID-DATE OF WS-AP-RECORD
    MOVE WS-REJECT-TXN-ID TO AP-PAYMENT-TXN-ID OF WS-AP-RECORD
    DISPLAY "Fatura REJEITADA - registro estornado pelo lancamento "
            WS-REJECT-TXN-ID "."
    .

RESTORE-PO-COMMITMENT.
    *> Inverso do RELEASE-PO-COMMITMENT: pedido fechado por
    *> faturamento volta a APROVADO com saldo em aberto
    MOVE SPACE TO WS-PO-RECORD
    MOVE AP-PO-NUMBER OF WS-AP-RECORD TO PO-NUMBER OF WS-PO-RECORD
    MOVE "R" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    IF WS-PO-RETURN-STATUS NOT = "00"
       DISPLAY "*** Pedido " AP-PO-NUMBER OF WS-AP-RECORD
               " nao encontrado na devolucao - apure."
       EXIT PARAGRAPH
    END-IF

    IF PO-INVOICED-CENTS OF WS-PO-RECORD
          > AP-AMOUNT-CENTS OF WS-AP-RECORD
       SUBTRACT AP-AMOUNT-CENTS OF WS-AP-RECORD
         FROM PO-INVOICED-CENTS OF WS-PO-RECORD
    ELSE
       MOVE 0 TO PO-INVOICED-CENTS OF WS-PO-RECORD
    END-IF
    IF PO-IS-CLOSED OF WS-PO-RECORD
       AND PO-INVOICED-CENTS OF WS-PO-RECORD
           < PO-AMOUNT-CENTS OF WS-PO-RECORD
       SET PO-IS-APPROVED OF WS-PO-RECORD TO TRUE
    END-IF

    MOVE "U" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    IF WS-PO-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao atualizar o pedido - STATUS: "
               WS-PO-RETURN-STATUS
    ELSE
       DISPLAY "Valor devolvido ao saldo do pedido "
               AP-PO-NUMBER OF WS-AP-RECORD "."
    END-IF
    .

LOAD-AP-APPROVAL-LIMIT.
    MOVE 0 TO WS-AP-APPROVAL-LIMIT
    MOVE SPACE TO WS-SP-RECORD
    MOVE "AP-APPROVAL-LIMIT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-AP-APPROVAL-LIMIT
    END-IF
    .

CHECK-BATCH-LOCK.
    MOVE "T" TO WS-IL-OP-CODE
    CALL "INTERLOCK" USING
    MOVE 0 TO WS-REVIEW-COUNT
    MOVE 0 TO WS-PROPOSAL-TOTAL
    MOVE 0 TO WS-APPROVED-TOTAL
    MOVE 0 TO WS-PROPOSAL-DISC

    MOVE SPACE TO WS-PP-RECORD
    MOVE "L" TO WS-PP-OP-CODE
                  " venc " PP-DUE-DATE OF WS-PP-RECORD
                  " " PP-AMOUNT-CENTS OF WS-PP-RECORD
                  " [" PP-STATUS OF WS-PP-RECORD "]"
          IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
             DISPLAY "      funcionario (reembolso/adiantamento)"
          END-IF
          MOVE 0 TO WS-PP-DISC-CENTS
          IF PP-DISC-CENTS OF WS-PP-RECORD IS NUMERIC
             MOVE PP-DISC-CENTS OF WS-PP-RECORD TO WS-PP-DISC-CENTS
          END-IF
          IF WS-PP-DISC-CENTS > 0
             ADD WS-PP-DISC-CENTS TO WS-PROPOSAL-DISC
             DISPLAY "      desconto " WS-PP-DISC-CENTS
                     " se pago ate " PP-DISC-DATE OF WS-PP-RECORD
          END-IF
          IF WS-REVIEW-COUNT < 500
             ADD 1 TO WS-REVIEW-COUNT
             MOVE PP-VENDOR-ID OF WS-PP-RECORD
    DISPLAY " "
    DISPLAY "Total da proposta (P+A)....: " WS-PROPOSAL-TOTAL
    DISPLAY "Total ja aprovado (A)......: " WS-APPROVED-TOTAL
    DISPLAY "Economia c/ descontos......: " WS-PROPOSAL-DISC
    IF WS-PROPOSAL-DISC > 0
       DISPLAY "(vale se a remessa sair dentro das janelas de"
       DISPLAY " desconto - fora delas o item vai pelo valor cheio)"
    END-IF
    DISPLAY "Posicao de caixa no LEDGER.: " WS-CASH-TOTAL
    IF WS-PROPOSAL-TOTAL > WS-CASH-TOTAL
       DISPLAY "*** ATENCAO: a proposta EXCEDE a posicao de caixa. ***"
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AP OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
