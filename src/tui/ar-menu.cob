*>     credita a conta de receita; recebimento: debita a conta
*>     de caixa/banco pelo total recebido e credita a conta de
*>     clientes de cada fatura aplicada, quitando-as.
*>   - Cadastro de contratos recorrentes de cliente
*>     (CONTRACTS-IO): valor mensal, contas, vigencia, mes de
*>     aniversario e indice do reajuste - faturados todo mes
*>     pelo batch CONTRACT-BILL; a unificacao de clientes leva
*>     os contratos do absorvido junto com as faturas.
*>   - Nota de credito (devolucao de venda ou abatimento):
*>     gravada no AR-INVOICES ligada a fatura de origem, cujo
*>     saldo em aberto (AR-AMOUNT-CENTS) cai pelo valor da nota
*>     - quitando-a quando zera. Lancamento D deducao de venda
*>     (padrao: receita da fatura) / C clientes; na devolucao
*>     de item de estoque, em lancamento proprio com a origem do
*>     estoque (ETQ, dona da conta de controle de estoque), D
*>     estoque / C CMV (IT-COGS-ACCT) pelo custo medio, com a
*>     entrada no INV-MOVES e o saldo do item atualizados.
*>   - Recebimento nao aplicado: a parte do recebimento sem
*>     fatura (adiantamento, pagamento a maior, deposito sem
*>     indicacao) entra a credito da conta de adiantamentos de
*>     clientes e fica no AR-ADVANCES por cliente; a aplicacao
*>     posterior a faturas gera a reclassificacao D
*>     adiantamentos / C clientes e quita as faturas (a ultima
*>     pode ser parcial, abatendo o saldo em aberto).
*>   - Cadastro de vendedores (SALESPEOPLE-IO) com o percentual
*>     de comissao e o destinatario do extrato; o cliente leva o
*>     vendedor padrao, sugerido em cada fatura e trocavel no
*>     registro dela (base do batch COMMISSION-RUN).
*>   - Consulta de fatura (opcao I) no vivo e, se nao estiver
*>     la, no historico da empresa (AR-INVOICES-HIST-IO, faturas
*>     recebidas que o SUBL-ARCHIVE arquivou).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-MENU.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.
01 WS-AR-LIST-COUNT     PIC 9(6).
*> Consulta de fatura: vivo ou historico arquivado
01 WS-INQ-SOURCE-SW     PIC X.
   88 INQ-FROM-HISTORY        VALUE "H".
   88 INQ-FROM-LIVE           VALUE "V".

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
COPY "users.cpy" REPLACING ==US-RECORD== BY ==WS-US-RECORD==.
01 WS-US-RETURN-STATUS  PIC XX.

*> Contratos recorrentes (CONTRACTS-IO)
01 WS-CT-OP-CODE        PIC X.
COPY "contracts.cpy" REPLACING ==CT-RECORD== BY ==WS-CT-RECORD==.
01 WS-CT-RETURN-STATUS  PIC XX.
01 WS-CT-LIST-COUNT     PIC 9(6).
01 WS-CT-EDIT-AMOUNT    PIC -(14)9.99.
01 WS-CT-MERGE-TABLE.
   05 WS-CT-MERGE-ID OCCURS 100 TIMES PIC 9(6).
01 WS-CT-MERGE-COUNT    PIC 9(3).
01 WS-CT-MERGE-MOVED    PIC 9(3).

*> Nota de credito / devolucao de venda: abate o saldo em
*> aberto da fatura de origem e, na devolucao de item de
*> estoque, faz a entrada no INV-MOVES pelo custo medio
01 WS-CM-INVOICE-NO     PIC X(12).
01 WS-CM-MEMO-NO        PIC X(12).
01 WS-CM-DATE           PIC 9(8).
01 WS-CM-KIND           PIC X(1).
   88 CM-IS-RETURN            VALUE "D".
   88 CM-IS-ALLOWANCE         VALUE "A".
01 WS-CM-AMOUNT         PIC 9(15).
01 WS-CM-DEDUCT-ACCT    PIC 9(10).
01 WS-CM-PRIOR-CREDITS  PIC 9(15).
01 WS-CM-QTY            PIC 9(9).
01 WS-CM-UNIT-COST      PIC 9(13).
01 WS-CM-COST-TOTAL     PIC 9(15).
01 WS-CM-AVG-COST       PIC 9(13)V9(6).
01 WS-CM-TXN-ID         PIC 9(12).
01 WS-CM-CONFIRM        PIC X(1).
01 WS-CM-AR-OP-CODE     PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-CM-AR-RECORD==.
01 WS-CM-AR-RETURN-STATUS PIC XX.
01 WS-IT-OP-CODE        PIC X.
COPY "inv-items.cpy" REPLACING ==IT-RECORD== BY ==WS-IT-RECORD==.
01 WS-IT-RETURN-STATUS  PIC XX.
01 WS-IM-OP-CODE        PIC X.
COPY "inv-moves.cpy" REPLACING ==IM-RECORD== BY ==WS-IM-RECORD==.
01 WS-IM-RETURN-STATUS  PIC XX.

*> Recebimento nao aplicado de cliente (AR-ADVANCES): sobra
*> do recebimento sem fatura vai a conta de adiantamentos de
*> clientes (parametro AR-ADVANCE-ACCT) ate a aplicacao
01 WS-RCPT-ON-ACCOUNT   PIC 9(15).
01 WS-RCPT-ADV-ACCT     PIC 9(10).
01 WS-RCPT-REFERENCE    PIC X(30).
01 WS-RCPT-ADV-LINE     PIC 9(3).
01 WS-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==WS-AV-RECORD==.
01 WS-AV-RETURN-STATUS  PIC XX.
01 WS-AV-BALANCE        PIC 9(15).
01 WS-AV-REMAINING      PIC 9(15).
01 WS-AV-LIST-COUNT     PIC 9(6).
01 WS-AV-LIST-TOTAL     PIC 9(18).
01 WS-AV-FILTER-ID      PIC 9(6).
01 WS-APL-TXN-ID        PIC 9(12).
01 WS-APL-DATE          PIC 9(8).
01 WS-APL-ANSWER        PIC X(1).
01 WS-AV-MERGE-TABLE.
   05 WS-AV-MERGE-TXN OCCURS 100 TIMES PIC 9(12).
01 WS-AV-MERGE-COUNT    PIC 9(3).
01 WS-AV-MERGE-MOVED    PIC 9(3).
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.

*> Vendedores (SALESPEOPLE-IO): comissao sobre o recebido
01 WS-SL-OP-CODE        PIC X.
COPY "salespeople.cpy" REPLACING ==SL-RECORD== BY ==WS-SL-RECORD==.
01 WS-SL-RETURN-STATUS  PIC XX.
01 WS-SL-LIST-COUNT     PIC 9(6).
01 WS-SL-REP-ID         PIC 9(4).
01 WS-SL-NEW-RATE       PIC 9(5).
01 WS-SL-NEW-RECIPIENT  PIC X(8).
01 WS-SL-NEW-STATUS     PIC X(1).
01 WS-SL-OK-SW          PIC X.
   88 SALES-REP-OK            VALUE "Y".
01 WS-SL-EDIT-RATE      PIC ZZ9.99.

LINKAGE SECTION.
01 L-OPERATOR-ID        PIC X(8).

             PERFORM OPTION-INVOICE-LIST-OPEN
          WHEN "7"
             PERFORM OPTION-CUSTOMER-MERGE
          WHEN "8"
             PERFORM OPTION-CONTRACT-CREATE
          WHEN "9"
             PERFORM OPTION-CONTRACT-LIST
          WHEN "A"
             PERFORM OPTION-CONTRACT-TOGGLE
          WHEN "B"
             PERFORM OPTION-CREDIT-MEMO
          WHEN "C"
             PERFORM OPTION-ADVANCE-APPLY
          WHEN "D"
             PERFORM OPTION-ADVANCE-LIST
          WHEN "E"
             PERFORM OPTION-SALESPERSON-CREATE
          WHEN "F"
             PERFORM OPTION-SALESPERSON-LIST
          WHEN "G"
             PERFORM OPTION-SALESPERSON-CHANGE
          WHEN "H"
             PERFORM OPTION-CUSTOMER-SALES-REP
          WHEN "I"
             PERFORM OPTION-INVOICE-INQUIRY
          WHEN "0"
             CONTINUE
          WHEN OTHER
    DISPLAY " 5 - Registrar recebimento e aplicar a faturas"
    DISPLAY " 6 - Listar faturas em aberto"
    DISPLAY " 7 - Unificar clientes duplicados (merge)"
    DISPLAY " 8 - Cadastrar contrato recorrente"
    DISPLAY " 9 - Listar contratos recorrentes"
    DISPLAY " A - Encerrar/reativar contrato recorrente"
    DISPLAY " B - Nota de credito / devolucao de venda"
    DISPLAY " C - Aplicar recebimento nao aplicado a faturas"
    DISPLAY " D - Listar recebimentos nao aplicados"
    DISPLAY " E - Cadastrar vendedor"
    DISPLAY " F - Listar vendedores"
    DISPLAY " G - Alterar comissao/destinatario/status do vendedor"
    DISPLAY " H - Trocar vendedor do cliente"
    DISPLAY " I - Consultar fatura (inclusive arquivada)"
    DISPLAY " 0 - Voltar ao menu principal"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
    MOVE 0     TO CU-REVENUE-ACCT OF WS-CU-RECORD
    MOVE 0     TO CU-PAYMENT-TERMS OF WS-CU-RECORD
    MOVE 0     TO CU-CREDIT-LIMIT-CENTS OF WS-CU-RECORD
    MOVE 0     TO CU-SALES-REP-ID OF WS-CU-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de cliente ==="
    MOVE 0 TO CU-CREDIT-LIMIT-CENTS OF WS-CU-RECORD
    ACCEPT CU-CREDIT-LIMIT-CENTS OF WS-CU-RECORD

    DISPLAY "Vendedor (ID, 0 = sem vendedor)..: " WITH NO ADVANCING
    ACCEPT CU-SALES-REP-ID OF WS-CU-RECORD
    IF CU-SALES-REP-ID OF WS-CU-RECORD NOT = 0
       MOVE CU-SALES-REP-ID OF WS-CU-RECORD TO WS-SL-REP-ID
       PERFORM VALIDATE-SALES-REP
       IF NOT SALES-REP-OK
          DISPLAY "Cliente NAO cadastrado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE "A" TO CU-STATUS OF WS-CU-RECORD

    MOVE "C" TO WS-CU-OP-CODE
       DISPLAY "  Conta receita: " CU-REVENUE-ACCT OF WS-CU-RECORD
       DISPLAY "  Prazo (dias).: " CU-PAYMENT-TERMS OF WS-CU-RECORD
       DISPLAY "  Status.......: " CU-STATUS OF WS-CU-RECORD
       IF CU-SALES-REP-ID OF WS-CU-RECORD IS NUMERIC
          AND CU-SALES-REP-ID OF WS-CU-RECORD NOT = 0
          DISPLAY "  Vendedor.....: " CU-SALES-REP-ID OF WS-CU-RECORD
       ELSE
          DISPLAY "  Vendedor.....: (sem vendedor)"
       END-IF
    ELSE
       DISPLAY "Cliente nao encontrado. STATUS: " WS-CU-RETURN-STATUS
    END-IF
       EXIT PARAGRAPH
    END-IF

    *> Vendedor da fatura: o do cliente, trocavel aqui (venda
    *> fechada por outro vendedor, conta em transicao etc.)
    MOVE 0 TO AR-SALES-REP-ID OF WS-AR-RECORD
    IF CU-SALES-REP-ID OF WS-CU-RECORD IS NOT NUMERIC
       MOVE 0 TO CU-SALES-REP-ID OF WS-CU-RECORD
    END-IF
    DISPLAY "Vendedor (ENTER = do cliente " CU-SALES-REP-ID OF WS-CU-RECORD
            "): " WITH NO ADVANCING
    ACCEPT AR-SALES-REP-ID OF WS-AR-RECORD
    IF AR-SALES-REP-ID OF WS-AR-RECORD = 0
       MOVE CU-SALES-REP-ID OF WS-CU-RECORD
         TO AR-SALES-REP-ID OF WS-AR-RECORD
    ELSE
       MOVE AR-SALES-REP-ID OF WS-AR-RECORD TO WS-SL-REP-ID
       PERFORM VALIDATE-SALES-REP
       IF NOT SALES-REP-OK
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    DISPLAY "ID do lancamento contabil (0 = automatico): " WITH NO ADVANCING
    ACCEPT AR-ENTRY-TXN-ID OF WS-AR-RECORD

    END-IF

    SET AR-IS-OPEN OF WS-AR-RECORD TO TRUE
    *> Fatura nova aguarda a NFS-e no proximo lote de RPS
    SET AR-NFSE-PENDING OF WS-AR-RECORD TO TRUE
    MOVE 0 TO AR-RPS-NUMBER OF WS-AR-RECORD
    MOVE 0 TO AR-NFSE-DATE OF WS-AR-RECORD
    MOVE 0 TO AR-CREDIT-CENTS OF WS-AR-RECORD
    MOVE 0 TO AR-ADVANCE-CENTS OF WS-AR-RECORD
    MOVE 0 TO AR-RETURN-ITEM-ID OF WS-AR-RECORD
    MOVE 0 TO AR-RETURN-QTY OF WS-AR-RECORD
    MOVE SPACE TO AR-WRITEOFF-FLAG OF WS-AR-RECORD

    MOVE "C" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
       PERFORM COLLECT-RECEIPT-INVOICE
    END-PERFORM

    *> Sobra sem fatura (adiantamento, pagamento a maior ou
    *> deposito sem indicacao) fica nao aplicada na conta do
    *> cliente
    MOVE 0 TO WS-RCPT-ON-ACCOUNT WS-RCPT-ADV-ACCT
    MOVE SPACES TO WS-RCPT-REFERENCE
    DISPLAY "Valor recebido sem fatura (adiantamento/a maior)"
    DISPLAY "  em centavos, 0 = nenhum........: " WITH NO ADVANCING
    ACCEPT WS-RCPT-ON-ACCOUNT
    IF WS-RCPT-ON-ACCOUNT > 0
       PERFORM ASK-ADVANCE-ACCOUNT
       IF NOT ENTRY-ACCOUNT-OK
          DISPLAY "Recebimento NAO registrado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Referencia (deposito/pedido).....: " WITH NO ADVANCING
       ACCEPT WS-RCPT-REFERENCE
    END-IF

    IF WS-RCPT-COUNT = 0 AND WS-RCPT-ON-ACCOUNT = 0
       DISPLAY "Nenhuma fatura aplicada - recebimento nao registrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
    END-IF

    PERFORM MARK-RECEIPT-INVOICES-PAID
    IF WS-RCPT-ON-ACCOUNT > 0
       PERFORM CREATE-UNAPPLIED-RECEIPT
    END-IF

    DISPLAY "Recebimento registrado - " WS-RCPT-COUNT " fatura(s) quitada(s)."
    DISPLAY "Pressione ENTER para voltar."
    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-RCPT-CASH-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    *> Com moeda estrangeira o caixa entra pelo valor do dia; a
    *> sobra nao aplicada entra junto
    COMPUTE JR-LINE-AMOUNT-CENTS (1) =
            WS-RCPT-CASH-TOTAL + WS-RCPT-ON-ACCOUNT

    PERFORM VARYING WS-RCPT-I FROM 1 BY 1 UNTIL WS-RCPT-I > WS-RCPT-COUNT
       SET WS-RCPT-IDX TO WS-RCPT-I
       END-IF
    END-IF

    *> Sobra nao aplicada: credito na conta de adiantamentos
    IF WS-RCPT-ON-ACCOUNT > 0
       COMPUTE WS-RCPT-ADV-LINE = WS-RCPT-COUNT + 2
       IF WS-RCPT-FX-DIFF NOT = 0
          ADD 1 TO WS-RCPT-ADV-LINE
       END-IF
       MOVE WS-RCPT-ADV-LINE TO JR-LINE-NO (WS-RCPT-ADV-LINE)
       MOVE WS-RCPT-ADV-ACCT TO JR-LINE-ACCOUNT-ID (WS-RCPT-ADV-LINE)
       MOVE "C" TO JR-LINE-DC (WS-RCPT-ADV-LINE)
       MOVE WS-RCPT-ON-ACCOUNT
         TO JR-LINE-AMOUNT-CENTS (WS-RCPT-ADV-LINE)
    END-IF

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
                  " " AR-INVOICE-NO OF WS-AR-RECORD
                  " venc " AR-DUE-DATE OF WS-AR-RECORD
                  " " WS-EDIT-AMOUNT
          IF AR-CREDIT-CENTS OF WS-AR-RECORD IS NUMERIC
             AND AR-CREDIT-CENTS OF WS-AR-RECORD > 0
             COMPUTE WS-DEC-AMOUNT =
                     AR-CREDIT-CENTS OF WS-AR-RECORD / 100
             MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
             DISPLAY "      (liquido de notas de credito: "
                     WS-EDIT-AMOUNT ")"
          END-IF
       END-IF

       MOVE "N" TO WS-AR-OP-CODE
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   FATURAS - Consulta (vivo ou historico arquivado)
*> ============================================================
OPTION-INVOICE-INQUIRY.
    MOVE SPACE TO WS-AR-RECORD
    MOVE 0     TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE SPACE TO WS-AR-RETURN-STATUS

    DISPLAY " "
    DISPLAY "=== Consulta de fatura de cliente ==="
    DISPLAY "ID do cliente (6 digitos)........: " WITH NO ADVANCING
    ACCEPT AR-CUSTOMER-ID OF WS-AR-RECORD
    DISPLAY "Numero da fatura.................: " WITH NO ADVANCING
    ACCEPT AR-INVOICE-NO OF WS-AR-RECORD

    SET INQ-FROM-LIVE TO TRUE
    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    *> Fatura recebida e arquivada: historico da empresa
    IF WS-AR-RETURN-STATUS NOT = "00"
       SET INQ-FROM-HISTORY TO TRUE
       MOVE "R" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-HIST-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-IF

    IF WS-AR-RETURN-STATUS NOT = "00"
       DISPLAY "Fatura nao encontrada (nem no historico). STATUS: "
               WS-AR-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF INQ-FROM-HISTORY
       DISPLAY "  *** Fatura ARQUIVADA (historico) ***"
    END-IF
    IF AR-IS-CREDIT-MEMO OF WS-AR-RECORD
       DISPLAY "  Nota de credito da fatura "
               AR-REF-INVOICE-NO OF WS-AR-RECORD
    END-IF
    COMPUTE WS-DEC-AMOUNT = AR-AMOUNT-CENTS OF WS-AR-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "  Emissao......: " AR-ISSUE-DATE OF WS-AR-RECORD
            "  Vencimento: " AR-DUE-DATE OF WS-AR-RECORD
    DISPLAY "  Valor........: " WS-EDIT-AMOUNT
    EVALUATE TRUE
       WHEN AR-IS-WRITTEN-OFF OF WS-AR-RECORD
          DISPLAY "  Situacao.....: BAIXADA COMO PERDA em "
                  AR-PAID-DATE OF WS-AR-RECORD
       WHEN AR-IS-PAID OF WS-AR-RECORD
          DISPLAY "  Situacao.....: RECEBIDA em "
                  AR-PAID-DATE OF WS-AR-RECORD
       WHEN OTHER
          DISPLAY "  Situacao.....: EM ABERTO"
    END-EVALUATE
    IF AR-NFSE-ISSUED OF WS-AR-RECORD
       DISPLAY "  NFS-e........: " AR-NFSE-NUMBER OF WS-AR-RECORD
               " de " AR-NFSE-DATE OF WS-AR-RECORD
    END-IF
    DISPLAY "  Conta receita: " AR-REVENUE-ACCT OF WS-AR-RECORD
            "  Clientes: " AR-RECEIVABLE-ACCT OF WS-AR-RECORD
    DISPLAY "  Lanc. registro " AR-ENTRY-TXN-ID OF WS-AR-RECORD
            "  recebimento " AR-RECEIPT-TXN-ID OF WS-AR-RECORD

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   NOTA DE CREDITO - Devolucao de venda / abatimento
*> ============================================================
OPTION-CREDIT-MEMO.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AR-RECORD
    MOVE 0 TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE 0 TO WS-CM-AMOUNT WS-CM-DEDUCT-ACCT WS-CM-DATE
    MOVE 0 TO WS-CM-QTY WS-CM-UNIT-COST WS-CM-COST-TOTAL

    DISPLAY " "
    DISPLAY "=== Nota de credito / devolucao de venda ==="
    DISPLAY "ID do cliente (6 digitos)........: " WITH NO ADVANCING
    ACCEPT AR-CUSTOMER-ID OF WS-AR-RECORD
    DISPLAY "Fatura de origem.................: " WITH NO ADVANCING
    ACCEPT WS-CM-INVOICE-NO
    MOVE WS-CM-INVOICE-NO TO AR-INVOICE-NO OF WS-AR-RECORD

    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       OR AR-IS-CREDIT-MEMO OF WS-AR-RECORD
       DISPLAY "Fatura nao encontrada para o cliente."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF AR-IS-PAID OF WS-AR-RECORD
       DISPLAY "Fatura ja quitada em " AR-PAID-DATE OF WS-AR-RECORD
               " - nao ha saldo a abater."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Moeda estrangeira fica fora (como na regua de cobranca): o
    *> abatimento em BRL desalinharia o valor original que o
    *> recebimento usa para o FX realizado
    IF AR-ORIG-CCY OF WS-AR-RECORD NOT = SPACES
       DISPLAY "Fatura em " AR-ORIG-CCY OF WS-AR-RECORD
               " - nota de credito so para faturas em BRL."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Boleto ja na remessa: o banco liquida pelo valor remetido
    IF AR-IN-REMIT OF WS-AR-RECORD
       DISPLAY "Fatura em remessa de cobranca (boleto no banco) -"
       DISPLAY "baixe/devolva o boleto antes de abater o saldo."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF AR-CREDIT-CENTS OF WS-AR-RECORD IS NUMERIC
       MOVE AR-CREDIT-CENTS OF WS-AR-RECORD TO WS-CM-PRIOR-CREDITS
    ELSE
       MOVE 0 TO WS-CM-PRIOR-CREDITS
    END-IF
    COMPUTE WS-DEC-AMOUNT = AR-AMOUNT-CENTS OF WS-AR-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Saldo em aberto da fatura........: " WS-EDIT-AMOUNT
    IF WS-CM-PRIOR-CREDITS > 0
       COMPUTE WS-DEC-AMOUNT = WS-CM-PRIOR-CREDITS / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       DISPLAY "(ja abatido por notas de credito: " WS-EDIT-AMOUNT ")"
    END-IF

    DISPLAY "Numero da nota de credito........: " WITH NO ADVANCING
    ACCEPT WS-CM-MEMO-NO
    IF WS-CM-MEMO-NO = SPACES
       DISPLAY "Numero da nota obrigatorio."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-CM-AR-RECORD
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO AR-CUSTOMER-ID OF WS-CM-AR-RECORD
    MOVE WS-CM-MEMO-NO TO AR-INVOICE-NO OF WS-CM-AR-RECORD
    MOVE "R" TO WS-CM-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-CM-AR-OP-CODE
         WS-CM-AR-RECORD
         WS-CM-AR-RETURN-STATUS
    IF WS-CM-AR-RETURN-STATUS = "00"
       DISPLAY "Numero ja usado por fatura/nota deste cliente."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Data da nota (AAAAMMDD)..........: " WITH NO ADVANCING
    ACCEPT WS-CM-DATE
    MOVE WS-CM-DATE (1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = "92"
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Tipo (D = devolucao c/ retorno ao estoque, "
            "A = abatimento): " WITH NO ADVANCING
    ACCEPT WS-CM-KIND
    IF NOT CM-IS-RETURN AND NOT CM-IS-ALLOWANCE
       DISPLAY "Tipo invalido."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Valor da nota em centavos........: " WITH NO ADVANCING
    ACCEPT WS-CM-AMOUNT
    IF WS-CM-AMOUNT = 0
       OR WS-CM-AMOUNT > AR-AMOUNT-CENTS OF WS-AR-RECORD
       DISPLAY "Valor invalido (zero ou acima do saldo em aberto)."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de deducao da venda (ENTER = receita "
            AR-REVENUE-ACCT OF WS-AR-RECORD "): " WITH NO ADVANCING
    ACCEPT WS-CM-DEDUCT-ACCT
    IF WS-CM-DEDUCT-ACCT = 0
       MOVE AR-REVENUE-ACCT OF WS-AR-RECORD TO WS-CM-DEDUCT-ACCT
    END-IF
    MOVE WS-CM-DEDUCT-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF CM-IS-RETURN
       PERFORM ASK-RETURNED-ITEM
       IF WS-CM-QTY = 0
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    DISPLAY "Confirma a nota de credito (S/N)? " WITH NO ADVANCING
    ACCEPT WS-CM-CONFIRM
    IF WS-CM-CONFIRM NOT = "S" AND WS-CM-CONFIRM NOT = "s"
       DISPLAY "Nota de credito cancelada."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
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
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-CREDIT-MEMO-ENTRY
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Lancamento da nota de credito recusado - STATUS: "
               WS-JR-RETURN-STATUS ". Nota NAO registrada."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    MOVE JR-TXN-ID TO WS-CM-TXN-ID

    *> A nota nasce aplicada a fatura de origem
    MOVE SPACE TO WS-CM-AR-RECORD
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO AR-CUSTOMER-ID OF WS-CM-AR-RECORD
    MOVE WS-CM-MEMO-NO TO AR-INVOICE-NO OF WS-CM-AR-RECORD
    MOVE WS-CM-DATE TO AR-ISSUE-DATE OF WS-CM-AR-RECORD
    MOVE WS-CM-DATE TO AR-DUE-DATE OF WS-CM-AR-RECORD
    MOVE WS-CM-AMOUNT TO AR-AMOUNT-CENTS OF WS-CM-AR-RECORD
    MOVE WS-CM-DEDUCT-ACCT TO AR-REVENUE-ACCT OF WS-CM-AR-RECORD
    MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD
      TO AR-RECEIVABLE-ACCT OF WS-CM-AR-RECORD
    SET AR-IS-PAID OF WS-CM-AR-RECORD TO TRUE
    MOVE WS-CM-DATE TO AR-PAID-DATE OF WS-CM-AR-RECORD
    MOVE JR-TXN-ID TO AR-ENTRY-TXN-ID OF WS-CM-AR-RECORD
    MOVE JR-TXN-ID TO AR-RECEIPT-TXN-ID OF WS-CM-AR-RECORD
    SET AR-NOT-IN-REMIT OF WS-CM-AR-RECORD TO TRUE
    MOVE 0 TO AR-LAST-INT-DATE OF WS-CM-AR-RECORD
    MOVE 0 TO AR-ORIG-AMOUNT OF WS-CM-AR-RECORD
    MOVE 0 TO AR-FX-RATE OF WS-CM-AR-RECORD
    MOVE 0 TO AR-RPS-NUMBER OF WS-CM-AR-RECORD
    MOVE 0 TO AR-NFSE-DATE OF WS-CM-AR-RECORD
    SET AR-IS-CREDIT-MEMO OF WS-CM-AR-RECORD TO TRUE
    MOVE WS-CM-INVOICE-NO TO AR-REF-INVOICE-NO OF WS-CM-AR-RECORD
    MOVE 0 TO AR-CREDIT-CENTS OF WS-CM-AR-RECORD
    MOVE 0 TO AR-ADVANCE-CENTS OF WS-CM-AR-RECORD
    IF CM-IS-RETURN
       MOVE IT-ITEM-ID OF WS-IT-RECORD TO AR-RETURN-ITEM-ID OF WS-CM-AR-RECORD
       MOVE WS-CM-QTY TO AR-RETURN-QTY OF WS-CM-AR-RECORD
    ELSE
       MOVE 0 TO AR-RETURN-ITEM-ID OF WS-CM-AR-RECORD
       MOVE 0 TO AR-RETURN-QTY OF WS-CM-AR-RECORD
    END-IF
    *> Nota herda o vendedor da fatura de origem (estorno da
    *> comissao no COMMISSION-RUN)
    IF AR-SALES-REP-ID OF WS-AR-RECORD IS NUMERIC
       MOVE AR-SALES-REP-ID OF WS-AR-RECORD
         TO AR-SALES-REP-ID OF WS-CM-AR-RECORD
    ELSE
       MOVE 0 TO AR-SALES-REP-ID OF WS-CM-AR-RECORD
    END-IF
    MOVE SPACE TO AR-WRITEOFF-FLAG OF WS-CM-AR-RECORD
    MOVE "C" TO WS-CM-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-CM-AR-OP-CODE
         WS-CM-AR-RECORD
         WS-CM-AR-RETURN-STATUS
    IF WS-CM-AR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Nota nao gravada no AR-INVOICES - STATUS: "
               WS-CM-AR-RETURN-STATUS " (lancamento " JR-TXN-ID
               " ja gravado - apure)."
    END-IF

    *> Saldo em aberto da fatura de origem cai pelo valor da nota
    SUBTRACT WS-CM-AMOUNT FROM AR-AMOUNT-CENTS OF WS-AR-RECORD
    COMPUTE AR-CREDIT-CENTS OF WS-AR-RECORD =
            WS-CM-PRIOR-CREDITS + WS-CM-AMOUNT
    IF AR-AMOUNT-CENTS OF WS-AR-RECORD = 0
       SET AR-IS-PAID OF WS-AR-RECORD TO TRUE
       MOVE WS-CM-DATE TO AR-PAID-DATE OF WS-AR-RECORD
       MOVE JR-TXN-ID TO AR-RECEIPT-TXN-ID OF WS-AR-RECORD
    END-IF
    MOVE "U" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Saldo da fatura nao atualizado - STATUS: "
               WS-AR-RETURN-STATUS " (lancamento " JR-TXN-ID
               " ja gravado - apure)."
    END-IF

    IF CM-IS-RETURN
       PERFORM WRITE-RETURN-STOCK-ENTRY
       IF WS-JR-RETURN-STATUS = FS-OK
          PERFORM RECEIVE-RETURNED-ITEM
       ELSE
          DISPLAY "*** Lancamento de retorno ao estoque recusado - "
                  "STATUS: " WS-JR-RETURN-STATUS " (nota "
                  WS-CM-MEMO-NO " ja gravada - registre a entrada "
                  "do item no estoque)."
       END-IF
    END-IF

    DISPLAY "Nota de credito registrada - lancamento " WS-CM-TXN-ID "."
    COMPUTE WS-DEC-AMOUNT = AR-AMOUNT-CENTS OF WS-AR-RECORD / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    IF AR-IS-PAID OF WS-AR-RECORD
       DISPLAY "Fatura " WS-CM-INVOICE-NO
               " totalmente abatida - quitada pela nota."
    ELSE
       DISPLAY "Novo saldo em aberto da fatura: " WS-EDIT-AMOUNT
    END-IF
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

ASK-RETURNED-ITEM.
    *> Devolve WS-CM-QTY = 0 quando o item nao serve; senao deixa
    *> o custo da devolucao (custo medio do item) em
    *> WS-CM-COST-TOTAL
    MOVE 0 TO WS-CM-QTY
    MOVE SPACE TO WS-IT-RECORD
    DISPLAY "Item de estoque devolvido........: " WITH NO ADVANCING
    ACCEPT IT-ITEM-ID OF WS-IT-RECORD
    MOVE "R" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS
    IF WS-IT-RETURN-STATUS NOT = "00"
       OR NOT IT-IS-ACTIVE OF WS-IT-RECORD
       DISPLAY "Item inexistente ou inativo."
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Quantidade devolvida.............: " WITH NO ADVANCING
    ACCEPT WS-CM-QTY
    IF WS-CM-QTY = 0
       DISPLAY "Quantidade zerada."
       EXIT PARAGRAPH
    END-IF

    *> Retorno pelo custo medio corrente; item zerado nao tem
    *> medio, entao o custo unitario e informado
    IF IT-QTY-ON-HAND OF WS-IT-RECORD > 0
       COMPUTE WS-CM-AVG-COST = IT-VALUE-CENTS OF WS-IT-RECORD
             / IT-QTY-ON-HAND OF WS-IT-RECORD
       COMPUTE WS-CM-COST-TOTAL ROUNDED = WS-CM-QTY * WS-CM-AVG-COST
    ELSE
       DISPLAY "Item sem saldo - custo unitario em centavos: "
               WITH NO ADVANCING
       ACCEPT WS-CM-UNIT-COST
       COMPUTE WS-CM-COST-TOTAL = WS-CM-QTY * WS-CM-UNIT-COST
    END-IF
    DISPLAY "Retorno ao estoque a custo medio: " WS-CM-COST-TOTAL
            " centavos (D " IT-INV-ACCT OF WS-IT-RECORD
            " / C CMV " IT-COGS-ACCT OF WS-IT-RECORD ")"
    .

WRITE-CREDIT-MEMO-ENTRY.
    *> D deducao de venda / C clientes (o retorno ao estoque da
    *> devolucao sai em WRITE-RETURN-STOCK-ENTRY)
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-CM-DATE   TO JR-DATE

    STRING "NOTA CREDITO " DELIMITED BY SIZE
           AR-CUSTOMER-ID OF WS-AR-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-CM-MEMO-NO DELIMITED BY SPACE
           " REF " DELIMITED BY SIZE
           WS-CM-INVOICE-NO DELIMITED BY SPACE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-CM-DEDUCT-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-CM-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-CM-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (2) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    PERFORM CALL-CREDIT-MEMO-JOURNAL
    .

WRITE-RETURN-STOCK-ENTRY.
    *> Retorno da devolucao ao estoque: D estoque / C CMV pelo
    *> custo, em lancamento proprio com a origem do estoque - a
    *> conta de estoque e conta de controle do auxiliar de
    *> estoque e so aceita lancamento ETQ (como o INV-MENU grava).
    *> Custo zero nao gera lancamento, so a entrada do item.
    IF WS-CM-COST-TOTAL = 0
       MOVE FS-OK TO WS-JR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       MOVE WS-SQ-RETURN-STATUS TO WS-JR-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-CM-DATE   TO JR-DATE

    STRING "DEVOLUCAO ESTOQUE " DELIMITED BY SIZE
           IT-ITEM-ID OF WS-IT-RECORD DELIMITED BY SIZE
           " NC " DELIMITED BY SIZE
           WS-CM-MEMO-NO DELIMITED BY SPACE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE IT-INV-ACCT OF WS-IT-RECORD TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-CM-COST-TOTAL TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE IT-COGS-ACCT OF WS-IT-RECORD TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-CM-COST-TOTAL TO JR-LINE-AMOUNT-CENTS (2)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-INVENTORY OF JR-RECORD TO TRUE
    PERFORM CALL-CREDIT-MEMO-JOURNAL
    .

CALL-CREDIT-MEMO-JOURNAL.
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO
    MOVE SPACE TO WS-JR-RETURN-STATUS

    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         L-OPERATOR-ID
         WS-JR-RETURN-STATUS
    .

RECEIVE-RETURNED-ITEM.
    *> Entrada no INV-MOVES (contrapartida = CMV) e saldo do item
    MOVE SPACE TO WS-IM-RECORD
    MOVE IT-ITEM-ID OF WS-IT-RECORD TO IM-ITEM-ID OF WS-IM-RECORD
    MOVE WS-CM-DATE TO IM-DATE OF WS-IM-RECORD
    MOVE "R" TO IM-TYPE OF WS-IM-RECORD
    MOVE WS-CM-QTY TO IM-QTY OF WS-IM-RECORD
    MOVE WS-CM-COST-TOTAL TO IM-TOTAL-CENTS OF WS-IM-RECORD
    MOVE IT-COGS-ACCT OF WS-IT-RECORD TO IM-CONTRA-ACCT OF WS-IM-RECORD
    MOVE JR-TXN-ID TO IM-TXN-ID OF WS-IM-RECORD
    MOVE "C" TO WS-IM-OP-CODE
    CALL "INV-MOVES-IO" USING
         WS-IM-OP-CODE
         WS-IM-RECORD
         WS-IM-RETURN-STATUS
    IF WS-IM-RETURN-STATUS NOT = "00"
       DISPLAY "*** Aviso: movimento nao gravado em INV-MOVES - "
               "STATUS: " WS-IM-RETURN-STATUS
    END-IF

    ADD WS-CM-QTY        TO IT-QTY-ON-HAND OF WS-IT-RECORD
    ADD WS-CM-COST-TOTAL TO IT-VALUE-CENTS OF WS-IT-RECORD
    MOVE "U" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS
    DISPLAY "Devolucao recebida no estoque - STATUS: "
            WS-IT-RETURN-STATUS
    .

*> ============================================================
*>   RECEBIMENTO NAO APLICADO - Registro, aplicacao e consulta
*> ============================================================
ASK-ADVANCE-ACCOUNT.
    *> Conta de adiantamentos de clientes: default no parametro
    *> AR-ADVANCE-ACCT (SYS-PARAMS); devolve ENTRY-ACCOUNT-OK
    MOVE SPACE TO WS-SP-RECORD
    MOVE "AR-ADVANCE-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-RCPT-ADV-ACCT
    ELSE
       MOVE 0 TO WS-RCPT-ADV-ACCT
    END-IF

    DISPLAY "Conta de adiantamentos de clientes (ENTER = "
            WS-RCPT-ADV-ACCT "): " WITH NO ADVANCING
    MOVE 0 TO WS-AC-ACCOUNT-ID
    ACCEPT WS-AC-ACCOUNT-ID
    IF WS-AC-ACCOUNT-ID = 0
       MOVE WS-RCPT-ADV-ACCT TO WS-AC-ACCOUNT-ID
    END-IF
    MOVE WS-AC-ACCOUNT-ID TO WS-RCPT-ADV-ACCT
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    .

CREATE-UNAPPLIED-RECEIPT.
    MOVE SPACE TO WS-AV-RECORD
    MOVE WS-RCPT-CUSTOMER-ID TO AV-CUSTOMER-ID OF WS-AV-RECORD
    MOVE WS-RCPT-TXN-ID      TO AV-TXN-ID OF WS-AV-RECORD
    MOVE WS-RCPT-DATE        TO AV-RECEIPT-DATE OF WS-AV-RECORD
    MOVE WS-RCPT-ON-ACCOUNT  TO AV-AMOUNT-CENTS OF WS-AV-RECORD
    MOVE 0                   TO AV-APPLIED-CENTS OF WS-AV-RECORD
    MOVE WS-RCPT-CASH-ACCT   TO AV-CASH-ACCT OF WS-AV-RECORD
    MOVE WS-RCPT-ADV-ACCT    TO AV-ADVANCE-ACCT OF WS-AV-RECORD
    MOVE WS-RCPT-REFERENCE   TO AV-REFERENCE OF WS-AV-RECORD
    SET AV-IS-OPEN OF WS-AV-RECORD TO TRUE
    MOVE 0 TO AV-LAST-APPLY-DATE OF WS-AV-RECORD
    MOVE 0 TO AV-LAST-APPLY-TXN OF WS-AV-RECORD
    MOVE L-OPERATOR-ID TO AV-OPERATOR-ID OF WS-AV-RECORD

    MOVE "C" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    IF WS-AV-RETURN-STATUS = "00"
       COMPUTE WS-DEC-AMOUNT = WS-RCPT-ON-ACCOUNT / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       DISPLAY "Nao aplicado na conta do cliente: " WS-EDIT-AMOUNT
    ELSE
       DISPLAY "*** Saldo nao aplicado NAO gravado no AR-ADVANCES - "
               "STATUS: " WS-AV-RETURN-STATUS " (lancamento "
               WS-RCPT-TXN-ID " ja gravado - apure)."
    END-IF
    .

OPTION-ADVANCE-APPLY.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-RCPT-CUSTOMER-ID WS-RCPT-TOTAL WS-RCPT-COUNT
    MOVE 0 TO WS-APL-TXN-ID WS-APL-DATE

    DISPLAY " "
    DISPLAY "=== Aplicacao de recebimento nao aplicado ==="
    DISPLAY "ID do cliente (6 digitos)........: " WITH NO ADVANCING
    ACCEPT WS-RCPT-CUSTOMER-ID

    MOVE WS-RCPT-CUSTOMER-ID TO WS-AV-FILTER-ID
    PERFORM LIST-UNAPPLIED-RECEIPTS
    IF WS-AV-LIST-COUNT = 0
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Lancamento do recebimento a aplicar: " WITH NO ADVANCING
    ACCEPT WS-APL-TXN-ID
    MOVE SPACE TO WS-AV-RECORD
    MOVE WS-RCPT-CUSTOMER-ID TO AV-CUSTOMER-ID OF WS-AV-RECORD
    MOVE WS-APL-TXN-ID       TO AV-TXN-ID OF WS-AV-RECORD
    MOVE "R" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    IF WS-AV-RETURN-STATUS NOT = "00"
       OR NOT AV-IS-OPEN OF WS-AV-RECORD
       DISPLAY "Recebimento nao aplicado inexistente ou ja esgotado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AV-REMAINING = AV-AMOUNT-CENTS OF WS-AV-RECORD
          - AV-APPLIED-CENTS OF WS-AV-RECORD

    DISPLAY "Data da aplicacao (AAAAMMDD).....: " WITH NO ADVANCING
    ACCEPT WS-APL-DATE
    MOVE WS-APL-DATE (1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = "92"
       EXIT PARAGRAPH
    END-IF

    *> Uma fatura por vez ate esgotar o saldo; numero em branco
    *> encerra a selecao
    MOVE "X" TO WS-RCPT-INVOICE-NO
    PERFORM UNTIL WS-RCPT-INVOICE-NO = SPACES OR WS-RCPT-COUNT >= 50
            OR WS-AV-REMAINING = 0
       PERFORM COLLECT-ADVANCE-INVOICE
    END-PERFORM

    IF WS-RCPT-COUNT = 0
       DISPLAY "Nenhuma fatura selecionada - nada aplicado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
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
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-ADVANCE-RECLASS-ENTRY
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Lancamento de reclassificacao recusado - STATUS: "
               WS-JR-RETURN-STATUS ". Nada aplicado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM MARK-ADVANCE-INVOICES

    ADD WS-RCPT-TOTAL TO AV-APPLIED-CENTS OF WS-AV-RECORD
    IF AV-APPLIED-CENTS OF WS-AV-RECORD
          NOT < AV-AMOUNT-CENTS OF WS-AV-RECORD
       SET AV-IS-CLOSED OF WS-AV-RECORD TO TRUE
    END-IF
    MOVE WS-APL-DATE TO AV-LAST-APPLY-DATE OF WS-AV-RECORD
    MOVE JR-TXN-ID   TO AV-LAST-APPLY-TXN OF WS-AV-RECORD
    MOVE "U" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    IF WS-AV-RETURN-STATUS NOT = "00"
       DISPLAY "*** Saldo nao aplicado NAO atualizado - STATUS: "
               WS-AV-RETURN-STATUS " (lancamento " JR-TXN-ID
               " ja gravado - apure)."
    END-IF

    COMPUTE WS-DEC-AMOUNT = WS-RCPT-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Aplicado " WS-EDIT-AMOUNT " em " WS-RCPT-COUNT
            " fatura(s) - lancamento " JR-TXN-ID "."
    COMPUTE WS-DEC-AMOUNT = (AV-AMOUNT-CENTS OF WS-AV-RECORD
          - AV-APPLIED-CENTS OF WS-AV-RECORD) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Saldo ainda nao aplicado.........: " WS-EDIT-AMOUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

COLLECT-ADVANCE-INVOICE.
    COMPUTE WS-DEC-AMOUNT = WS-AV-REMAINING / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY "Saldo a aplicar: " WS-EDIT-AMOUNT
    DISPLAY "Numero da fatura (branco = encerrar): "
            WITH NO ADVANCING
    MOVE SPACES TO WS-RCPT-INVOICE-NO
    ACCEPT WS-RCPT-INVOICE-NO
    IF WS-RCPT-INVOICE-NO = SPACES
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-AR-RECORD
    MOVE WS-RCPT-CUSTOMER-ID TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE WS-RCPT-INVOICE-NO  TO AR-INVOICE-NO OF WS-AR-RECORD
    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       OR AR-IS-CREDIT-MEMO OF WS-AR-RECORD
       DISPLAY "Fatura nao encontrada para o cliente."
       EXIT PARAGRAPH
    END-IF
    IF AR-IS-PAID OF WS-AR-RECORD
       DISPLAY "Fatura ja quitada em " AR-PAID-DATE OF WS-AR-RECORD "."
       EXIT PARAGRAPH
    END-IF
    *> Mesmas restricoes da nota de credito: saldo em BRL e fora
    *> de remessa de cobranca
    IF AR-ORIG-CCY OF WS-AR-RECORD NOT = SPACES
       DISPLAY "Fatura em moeda estrangeira - use o recebimento "
               "(opcao 5)."
       EXIT PARAGRAPH
    END-IF
    IF AR-IN-REMIT OF WS-AR-RECORD
       DISPLAY "Fatura em remessa de cobranca - baixe o boleto antes."
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-RCPT-I FROM 1 BY 1
            UNTIL WS-RCPT-I > WS-RCPT-COUNT
       SET WS-RCPT-IDX TO WS-RCPT-I
       IF WS-RCPT-ITEM-INVOICE (WS-RCPT-IDX) = WS-RCPT-INVOICE-NO
          DISPLAY "Fatura ja selecionada nesta aplicacao."
          EXIT PARAGRAPH
       END-IF
    END-PERFORM

    ADD 1 TO WS-RCPT-COUNT
    SET WS-RCPT-IDX TO WS-RCPT-COUNT
    MOVE WS-RCPT-INVOICE-NO TO WS-RCPT-ITEM-INVOICE (WS-RCPT-IDX)
    MOVE AR-RECEIVABLE-ACCT OF WS-AR-RECORD
      TO WS-RCPT-ITEM-ACCT (WS-RCPT-IDX)
    IF AR-AMOUNT-CENTS OF WS-AR-RECORD > WS-AV-REMAINING
       *> Saldo nao cobre a fatura inteira: aplicacao parcial
       DISPLAY "Saldo menor que a fatura - aplicacao parcial (S/N)? "
               WITH NO ADVANCING
       ACCEPT WS-APL-ANSWER
       IF WS-APL-ANSWER NOT = "S" AND WS-APL-ANSWER NOT = "s"
          SUBTRACT 1 FROM WS-RCPT-COUNT
          EXIT PARAGRAPH
       END-IF
       MOVE WS-AV-REMAINING TO WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX)
    ELSE
       MOVE AR-AMOUNT-CENTS OF WS-AR-RECORD
         TO WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX)
    END-IF
    ADD WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX) TO WS-RCPT-TOTAL
    SUBTRACT WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX) FROM WS-AV-REMAINING
    .

WRITE-ADVANCE-RECLASS-ENTRY.
    *> D adiantamentos de clientes / C clientes de cada fatura
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-APL-DATE  TO JR-DATE

    STRING "APLIC ADIANT CLIENTE " DELIMITED BY SIZE
           WS-RCPT-CUSTOMER-ID DELIMITED BY SIZE
           " RECEB " DELIMITED BY SIZE
           WS-APL-TXN-ID DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE AV-ADVANCE-ACCT OF WS-AV-RECORD TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-RCPT-TOTAL TO JR-LINE-AMOUNT-CENTS (1)

    PERFORM VARYING WS-RCPT-I FROM 1 BY 1 UNTIL WS-RCPT-I > WS-RCPT-COUNT
       SET WS-RCPT-IDX TO WS-RCPT-I
       COMPUTE WS-RCPT-LINE = WS-RCPT-I + 1
       MOVE WS-RCPT-LINE TO JR-LINE-NO (WS-RCPT-LINE)
       MOVE WS-RCPT-ITEM-ACCT (WS-RCPT-IDX)
         TO JR-LINE-ACCOUNT-ID (WS-RCPT-LINE)
       MOVE "C" TO JR-LINE-DC (WS-RCPT-LINE)
       MOVE WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX)
         TO JR-LINE-AMOUNT-CENTS (WS-RCPT-LINE)
    END-PERFORM

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO
    MOVE SPACE TO WS-JR-RETURN-STATUS

    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         L-OPERATOR-ID
         WS-JR-RETURN-STATUS
    .

MARK-ADVANCE-INVOICES.
    *> Aplicacao que cobre o saldo quita a fatura (data de
    *> quitacao = data em que o caixa entrou, o comportamento de
    *> pagamento do cliente); a parcial abate o saldo em aberto
    PERFORM VARYING WS-RCPT-I FROM 1 BY 1 UNTIL WS-RCPT-I > WS-RCPT-COUNT
       SET WS-RCPT-IDX TO WS-RCPT-I

       MOVE SPACE TO WS-AR-RECORD
       MOVE WS-RCPT-CUSTOMER-ID TO AR-CUSTOMER-ID OF WS-AR-RECORD
       MOVE WS-RCPT-ITEM-INVOICE (WS-RCPT-IDX)
         TO AR-INVOICE-NO OF WS-AR-RECORD
       MOVE "R" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS

       IF WS-AR-RETURN-STATUS = "00"
          IF WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX)
                < AR-AMOUNT-CENTS OF WS-AR-RECORD
             SUBTRACT WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX)
               FROM AR-AMOUNT-CENTS OF WS-AR-RECORD
             IF AR-ADVANCE-CENTS OF WS-AR-RECORD IS NOT NUMERIC
                MOVE 0 TO AR-ADVANCE-CENTS OF WS-AR-RECORD
             END-IF
             ADD WS-RCPT-ITEM-AMOUNT (WS-RCPT-IDX)
               TO AR-ADVANCE-CENTS OF WS-AR-RECORD
          ELSE
             SET AR-IS-PAID OF WS-AR-RECORD TO TRUE
             MOVE AV-RECEIPT-DATE OF WS-AV-RECORD
               TO AR-PAID-DATE OF WS-AR-RECORD
             MOVE JR-TXN-ID TO AR-RECEIPT-TXN-ID OF WS-AR-RECORD
          END-IF

          MOVE "U" TO WS-AR-OP-CODE
          CALL "AR-INVOICES-IO" USING
               WS-AR-OP-CODE
               WS-AR-RECORD
               WS-AR-RETURN-STATUS
       END-IF

       IF WS-AR-RETURN-STATUS NOT = "00"
          DISPLAY "*** Falha ao aplicar na fatura "
                  WS-RCPT-ITEM-INVOICE (WS-RCPT-IDX)
                  " - STATUS: " WS-AR-RETURN-STATUS
       END-IF
    END-PERFORM
    .

OPTION-ADVANCE-LIST.
    DISPLAY " "
    DISPLAY "=== Recebimentos nao aplicados ==="
    DISPLAY "ID do cliente (0 = todos)........: " WITH NO ADVANCING
    MOVE 0 TO WS-AV-FILTER-ID
    ACCEPT WS-AV-FILTER-ID
    PERFORM LIST-UNAPPLIED-RECEIPTS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

LIST-UNAPPLIED-RECEIPTS.
    *> Saldos em aberto do AR-ADVANCES (filtro por cliente em
    *> WS-AV-FILTER-ID, 0 = todos)
    MOVE 0 TO WS-AV-LIST-COUNT WS-AV-LIST-TOTAL
    MOVE SPACE TO WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS

    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       IF AV-IS-OPEN OF WS-AV-RECORD
          AND (WS-AV-FILTER-ID = 0
               OR AV-CUSTOMER-ID OF WS-AV-RECORD = WS-AV-FILTER-ID)
          COMPUTE WS-AV-BALANCE = AV-AMOUNT-CENTS OF WS-AV-RECORD
                - AV-APPLIED-CENTS OF WS-AV-RECORD
          ADD 1 TO WS-AV-LIST-COUNT
          ADD WS-AV-BALANCE TO WS-AV-LIST-TOTAL
          COMPUTE WS-DEC-AMOUNT = WS-AV-BALANCE / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
          DISPLAY "  " AV-CUSTOMER-ID OF WS-AV-RECORD
                  " lanc " AV-TXN-ID OF WS-AV-RECORD
                  " em " AV-RECEIPT-DATE OF WS-AV-RECORD
                  " saldo " WS-EDIT-AMOUNT
                  " " AV-REFERENCE OF WS-AV-RECORD
       END-IF
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM

    IF WS-AV-LIST-COUNT = 0
       DISPLAY "Nenhum recebimento nao aplicado em aberto."
    ELSE
       COMPUTE WS-DEC-AMOUNT = WS-AV-LIST-TOTAL / 100
       MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
       DISPLAY "Total nao aplicado: " WS-EDIT-AMOUNT
               " (" WS-AV-LIST-COUNT " recebimento(s))"
    END-IF
    .

CHECK-BATCH-LOCK.
    MOVE "T" TO WS-IL-OP-CODE
    CALL "INTERLOCK" USING
         WS-IL-OP-CODE
         L-OPERATOR-ID
         WS-IL-STATE
         WS-IL-RETURN-STATUS
    .

REFUSE-WHILE-BATCH.
    DISPLAY "O fechamento noturno esta em execucao - gravacoes no"
    DISPLAY "MENU estao bloqueadas ate o batch terminar."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   CNPJ - Digito verificador e duplicata na captura
*> ============================================================
CHECK-CNPJ-AT-CAPTURE.
    *> Digito verificador (CNPJ-CHECK); depois procura o mesmo
    *> CNPJ em CUSTOMERS (recusa - duplicata de verdade) e em
    *> VENDORS (so avisa - cliente que tambem e fornecedor e
    *> legitimo)
    MOVE "N" TO WS-CNPJ-OK-SW

    MOVE "V" TO WS-CNPJ-OP-CODE
    CALL "CNPJ-CHECK" USING
         WS-CNPJ-OP-CODE
         WS-CNPJ-VALUE
         WS-CNPJ-RETURN-STATUS
    IF WS-CNPJ-RETURN-STATUS NOT = "00"
       DISPLAY "CNPJ invalido (digito verificador nao confere)."
       EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-CNPJ-OK-SW

    MOVE SPACE TO WS-DUP-CU-RECORD
    MOVE "L" TO WS-DUP-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-DUP-CU-OP-CODE
         WS-DUP-CU-RECORD
         WS-DUP-CU-RETURN-STATUS
    PERFORM UNTIL WS-DUP-CU-RETURN-STATUS NOT = "00"
       IF CU-CNPJ OF WS-DUP-CU-RECORD = WS-CNPJ-VALUE
          DISPLAY "*** CNPJ ja cadastrado no cliente "
                  CU-CUSTOMER-ID OF WS-DUP-CU-RECORD
                  " (" CU-NAME OF WS-DUP-CU-RECORD ") - duplicata."
          MOVE "N" TO WS-CNPJ-OK-SW
       END-IF
       MOVE "N" TO WS-DUP-CU-OP-CODE
       CALL "CUSTOMERS-IO" USING
            WS-DUP-CU-OP-CODE
            WS-DUP-CU-RECORD
            WS-DUP-CU-RETURN-STATUS
    END-PERFORM

    MOVE SPACE TO WS-DUP-VD-RECORD
    MOVE "L" TO WS-DUP-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-DUP-VD-OP-CODE
         WS-DUP-VD-RECORD
         WS-DUP-VD-RETURN-STATUS
    PERFORM UNTIL WS-DUP-VD-RETURN-STATUS NOT = "00"
       IF VD-CNPJ OF WS-DUP-VD-RECORD = WS-CNPJ-VALUE
          DISPLAY "Aviso: o mesmo CNPJ esta no fornecedor "
                  VD-VENDOR-ID OF WS-DUP-VD-RECORD
                  " (" VD-NAME OF WS-DUP-VD-RECORD ")."
       END-IF
       MOVE "N" TO WS-DUP-VD-OP-CODE
       CALL "VENDORS-IO" USING
            WS-DUP-VD-OP-CODE
            WS-DUP-VD-RECORD
            WS-DUP-VD-RETURN-STATUS
    END-PERFORM
    .

*> ============================================================
*>   CLIENTES - Unificacao de cadastros duplicados
*> ============================================================
OPTION-CUSTOMER-MERGE.
    *> Religa as faturas do cliente absorvido ao sobrevivente
    *> (regrava cada AR-RECORD sob o ID novo e apaga o antigo) e
    *> inativa o absorvido com a marca da unificacao no nome;
    *> cada fatura movida vai para o log central (programa
    *> MERGE), revisavel na opcao L do MENU.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Unificacao de clientes ==="
    DISPLAY "ID do cliente ABSORVIDO..........: " WITH NO ADVANCING
    ACCEPT WS-MERGE-FROM-ID
    DISPLAY "ID do cliente SOBREVIVENTE.......: " WITH NO ADVANCING
    ACCEPT WS-MERGE-TO-ID

    IF WS-MERGE-FROM-ID = WS-MERGE-TO-ID
       DISPLAY "IDs iguais - nada a unificar."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-CU-RECORD
    MOVE WS-MERGE-FROM-ID TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS NOT = "00"
       DISPLAY "Cliente absorvido nao encontrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-DUP-CU-RECORD
    MOVE WS-MERGE-TO-ID TO CU-CUSTOMER-ID OF WS-DUP-CU-RECORD
    MOVE "R" TO WS-DUP-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-DUP-CU-OP-CODE
         WS-DUP-CU-RECORD
         WS-DUP-CU-RETURN-STATUS
    IF WS-DUP-CU-RETURN-STATUS NOT = "00"
       OR CU-STATUS OF WS-DUP-CU-RECORD = "I"
       DISPLAY "Cliente sobrevivente inexistente ou inativo."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Fase de coleta: faturas do absorvido
    MOVE 0 TO WS-MERGE-COUNT
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       IF AR-CUSTOMER-ID OF WS-AR-RECORD = WS-MERGE-FROM-ID
          IF WS-MERGE-COUNT < 500
             ADD 1 TO WS-MERGE-COUNT
             MOVE AR-INVOICE-NO OF WS-AR-RECORD
               TO WS-MG-INVOICE-NO (WS-MERGE-COUNT)
          ELSE
             DISPLAY "*** Mais de 500 faturas - rode a unificacao"
                     " de novo para mover o restante. ***"
          END-IF
       END-IF
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM

    *> Fase de religacao
    MOVE 0 TO WS-MERGE-MOVED
    PERFORM VARYING WS-MERGE-I FROM 1 BY 1
            UNTIL WS-MERGE-I > WS-MERGE-COUNT
       PERFORM RELINK-ONE-INVOICE
    END-PERFORM

    *> Contratos recorrentes do absorvido passam ao sobrevivente
    PERFORM RELINK-CUSTOMER-CONTRACTS

    *> Recebimentos nao aplicados tambem (chave inclui o cliente)
    PERFORM RELINK-CUSTOMER-ADVANCES

    *> Absorvido sai de cena com a marca da unificacao
    MOVE "I" TO CU-STATUS OF WS-CU-RECORD
    MOVE SPACES TO WS-BL-TEXT
    STRING "(UNIF " DELIMITED BY SIZE
           WS-MERGE-TO-ID DELIMITED BY SIZE
           ") " DELIMITED BY SIZE
           CU-NAME OF WS-CU-RECORD DELIMITED BY SIZE
      INTO WS-BL-TEXT
    MOVE WS-BL-TEXT (1:40) TO CU-NAME OF WS-CU-RECORD
    MOVE "U" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "MG0003" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "CLI " DELIMITED BY SIZE
           WS-MERGE-FROM-ID DELIMITED BY SIZE
           " UNIFICADO EM " DELIMITED BY SIZE
           WS-MERGE-TO-ID DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-MERGE-MOVED DELIMITED BY SIZE
           " FATURA(S)" DELIMITED BY SIZE

    DISPLAY "Faturas religadas: " WS-MERGE-MOVED " de "
            WS-MERGE-COUNT
    DISPLAY "Contratos religados: " WS-CT-MERGE-MOVED
    DISPLAY "Adiantamentos religados: " WS-AV-MERGE-MOVED
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .
    PERFORM WRITE-MERGE-LOG
    .

RELINK-CUSTOMER-CONTRACTS.
    *> Coleta no browse e regrava depois (um 'U' no meio do
    *> browse seria recusado com 41); a chave do contrato nao
    *> muda, so o cliente
    MOVE 0 TO WS-CT-MERGE-COUNT
    MOVE 0 TO WS-CT-MERGE-MOVED
    MOVE SPACE TO WS-CT-RECORD
    MOVE "L" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       IF CT-CUSTOMER-ID OF WS-CT-RECORD = WS-MERGE-FROM-ID
          AND WS-CT-MERGE-COUNT < 100
          ADD 1 TO WS-CT-MERGE-COUNT
          MOVE CT-CONTRACT-ID OF WS-CT-RECORD
            TO WS-CT-MERGE-ID (WS-CT-MERGE-COUNT)
       END-IF
       MOVE "N" TO WS-CT-OP-CODE
       CALL "CONTRACTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM

    PERFORM VARYING WS-MERGE-I FROM 1 BY 1
            UNTIL WS-MERGE-I > WS-CT-MERGE-COUNT
       MOVE SPACE TO WS-CT-RECORD
       MOVE WS-CT-MERGE-ID (WS-MERGE-I)
         TO CT-CONTRACT-ID OF WS-CT-RECORD
       MOVE "R" TO WS-CT-OP-CODE
       CALL "CONTRACTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
       IF WS-CT-RETURN-STATUS = "00"
          MOVE WS-MERGE-TO-ID TO CT-CUSTOMER-ID OF WS-CT-RECORD
          MOVE "U" TO WS-CT-OP-CODE
          CALL "CONTRACTS-IO" USING
               WS-CT-OP-CODE
               WS-CT-RECORD
               WS-CT-RETURN-STATUS
       END-IF
       IF WS-CT-RETURN-STATUS = "00"
          ADD 1 TO WS-CT-MERGE-MOVED
          MOVE "I" TO WS-BL-SEVERITY
          MOVE "MG0005" TO WS-BL-MSG-CODE
          MOVE SPACES TO WS-BL-TEXT
          STRING "CONTRATO " DELIMITED BY SIZE
                 WS-CT-MERGE-ID (WS-MERGE-I) DELIMITED BY SIZE
                 " DE " DELIMITED BY SIZE
                 WS-MERGE-FROM-ID DELIMITED BY SIZE
                 " PARA " DELIMITED BY SIZE
                 WS-MERGE-TO-ID DELIMITED BY SIZE
            INTO WS-BL-TEXT
          PERFORM WRITE-MERGE-LOG
       ELSE
          DISPLAY "*** Falha ao religar o contrato "
                  WS-CT-MERGE-ID (WS-MERGE-I)
                  " - STATUS: " WS-CT-RETURN-STATUS " - apure."
       END-IF
    END-PERFORM
    .

RELINK-CUSTOMER-ADVANCES.
    *> Mesmo esquema das faturas: a chave muda, entao grava no
    *> sobrevivente e remove do absorvido
    MOVE 0 TO WS-AV-MERGE-COUNT
    MOVE 0 TO WS-AV-MERGE-MOVED
    MOVE SPACE TO WS-AV-RECORD
    MOVE WS-MERGE-FROM-ID TO AV-CUSTOMER-ID OF WS-AV-RECORD
    MOVE 0 TO AV-TXN-ID OF WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       IF AV-CUSTOMER-ID OF WS-AV-RECORD = WS-MERGE-FROM-ID
          AND WS-AV-MERGE-COUNT < 100
          ADD 1 TO WS-AV-MERGE-COUNT
          MOVE AV-TXN-ID OF WS-AV-RECORD
            TO WS-AV-MERGE-TXN (WS-AV-MERGE-COUNT)
       END-IF
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM

    PERFORM VARYING WS-MERGE-I FROM 1 BY 1
            UNTIL WS-MERGE-I > WS-AV-MERGE-COUNT
       MOVE SPACE TO WS-AV-RECORD
       MOVE WS-MERGE-FROM-ID TO AV-CUSTOMER-ID OF WS-AV-RECORD
       MOVE WS-AV-MERGE-TXN (WS-MERGE-I) TO AV-TXN-ID OF WS-AV-RECORD
       MOVE "R" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
       IF WS-AV-RETURN-STATUS = "00"
          MOVE WS-MERGE-TO-ID TO AV-CUSTOMER-ID OF WS-AV-RECORD
          MOVE "C" TO WS-AV-OP-CODE
          CALL "AR-ADVANCES-IO" USING
               WS-AV-OP-CODE
               WS-AV-RECORD
               WS-AV-RETURN-STATUS
       END-IF
       IF WS-AV-RETURN-STATUS = "00"
          MOVE WS-MERGE-FROM-ID TO AV-CUSTOMER-ID OF WS-AV-RECORD
          MOVE "D" TO WS-AV-OP-CODE
          CALL "AR-ADVANCES-IO" USING
               WS-AV-OP-CODE
               WS-AV-RECORD
               WS-AV-RETURN-STATUS
       END-IF
       IF WS-AV-RETURN-STATUS = "00"
          ADD 1 TO WS-AV-MERGE-MOVED
          MOVE "I" TO WS-BL-SEVERITY
          MOVE "MG0006" TO WS-BL-MSG-CODE
          MOVE SPACES TO WS-BL-TEXT
          STRING "ADIANT " DELIMITED BY SIZE
                 WS-AV-MERGE-TXN (WS-MERGE-I) DELIMITED BY SIZE
                 " DE " DELIMITED BY SIZE
                 WS-MERGE-FROM-ID DELIMITED BY SIZE
                 " PARA " DELIMITED BY SIZE
                 WS-MERGE-TO-ID DELIMITED BY SIZE
            INTO WS-BL-TEXT
          PERFORM WRITE-MERGE-LOG
       ELSE
          DISPLAY "*** Falha ao religar o adiantamento "
                  WS-AV-MERGE-TXN (WS-MERGE-I)
                  " - STATUS: " WS-AV-RETURN-STATUS " - apure."
       END-IF
    END-PERFORM
    .

WRITE-MERGE-LOG.
    MOVE "W" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .

*> ============================================================
*>   CONTRATOS RECORRENTES - Cadastro
*> ============================================================
OPTION-CONTRACT-CREATE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-CT-RECORD
    MOVE SPACE TO WS-CT-RETURN-STATUS
    MOVE 0 TO CT-CONTRACT-ID OF WS-CT-RECORD
    MOVE 0 TO CT-CUSTOMER-ID OF WS-CT-RECORD
    MOVE 0 TO CT-MONTHLY-CENTS OF WS-CT-RECORD
    MOVE 0 TO CT-REVENUE-ACCT OF WS-CT-RECORD
    MOVE 0 TO CT-RECEIVABLE-ACCT OF WS-CT-RECORD
    MOVE 0 TO CT-START-DATE OF WS-CT-RECORD
    MOVE 0 TO CT-END-DATE OF WS-CT-RECORD
    MOVE 0 TO CT-READJ-MONTH OF WS-CT-RECORD
    MOVE 0 TO CT-LAST-BILLED OF WS-CT-RECORD
    MOVE 0 TO CT-LAST-READJ OF WS-CT-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de contrato recorrente ==="
    DISPLAY "Numero do contrato (6 digitos)...: " WITH NO ADVANCING
    ACCEPT CT-CONTRACT-ID OF WS-CT-RECORD
    IF CT-CONTRACT-ID OF WS-CT-RECORD = 0
       DISPLAY "Numero em branco - nada cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "ID do cliente (6 digitos)........: " WITH NO ADVANCING
    ACCEPT CT-CUSTOMER-ID OF WS-CT-RECORD

    MOVE SPACE TO WS-CU-RECORD
    MOVE CT-CUSTOMER-ID OF WS-CT-RECORD
      TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS NOT = "00"
       OR CU-STATUS OF WS-CU-RECORD = "I"
       DISPLAY "Cliente inexistente ou inativo."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Cliente: " CU-NAME OF WS-CU-RECORD

    DISPLAY "Descricao do servico (ate 30)....: " WITH NO ADVANCING
    ACCEPT CT-DESCRIPTION OF WS-CT-RECORD

    DISPLAY "Valor mensal em centavos.........: " WITH NO ADVANCING
    ACCEPT CT-MONTHLY-CENTS OF WS-CT-RECORD
    IF CT-MONTHLY-CENTS OF WS-CT-RECORD = 0
       DISPLAY "Valor mensal zerado - nada cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de receita (ENTER = padrao " CU-REVENUE-ACCT OF WS-CU-RECORD
            "): " WITH NO ADVANCING
    ACCEPT CT-REVENUE-ACCT OF WS-CT-RECORD
    IF CT-REVENUE-ACCT OF WS-CT-RECORD = 0
       MOVE CU-REVENUE-ACCT OF WS-CU-RECORD
         TO CT-REVENUE-ACCT OF WS-CT-RECORD
    END-IF
    MOVE CT-REVENUE-ACCT OF WS-CT-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de clientes (ativo)........: " WITH NO ADVANCING
    ACCEPT CT-RECEIVABLE-ACCT OF WS-CT-RECORD
    MOVE CT-RECEIVABLE-ACCT OF WS-CT-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Inicio da vigencia (AAAAMMDD)....: " WITH NO ADVANCING
    ACCEPT CT-START-DATE OF WS-CT-RECORD
    DISPLAY "Fim da vigencia (0 = indeterminado): " WITH NO ADVANCING
    ACCEPT CT-END-DATE OF WS-CT-RECORD
    IF CT-END-DATE OF WS-CT-RECORD NOT = 0
       AND CT-END-DATE OF WS-CT-RECORD < CT-START-DATE OF WS-CT-RECORD
       DISPLAY "Fim da vigencia antes do inicio - nada cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Aniversario padrao = mes do inicio da vigencia
    DISPLAY "Mes do reajuste (ENTER = mes do inicio, 99 = sem): "
            WITH NO ADVANCING
    ACCEPT CT-READJ-MONTH OF WS-CT-RECORD
    EVALUATE TRUE
       WHEN CT-READJ-MONTH OF WS-CT-RECORD = 0
          MOVE CT-START-DATE OF WS-CT-RECORD (5:2)
            TO CT-READJ-MONTH OF WS-CT-RECORD
       WHEN CT-READJ-MONTH OF WS-CT-RECORD = 99
          MOVE 0 TO CT-READJ-MONTH OF WS-CT-RECORD
       WHEN CT-READJ-MONTH OF WS-CT-RECORD > 12
          DISPLAY "Mes invalido - nada cadastrado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
    END-EVALUATE

    IF CT-READJ-MONTH OF WS-CT-RECORD NOT = 0
       DISPLAY "Indice do reajuste (IPCA, IGPM, INPC): "
               WITH NO ADVANCING
       ACCEPT CT-INDEX-CODE OF WS-CT-RECORD
       IF CT-INDEX-CODE OF WS-CT-RECORD NOT = "IPCA"
          AND CT-INDEX-CODE OF WS-CT-RECORD NOT = "IGPM"
          AND CT-INDEX-CODE OF WS-CT-RECORD NOT = "INPC"
          DISPLAY "Indice de reajuste invalido - nada cadastrado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    SET CT-IS-ACTIVE OF WS-CT-RECORD TO TRUE

    MOVE "C" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    DISPLAY "Resultado inclusao - STATUS: " WS-CT-RETURN-STATUS
    DISPLAY "(00 = OK, 22 = contrato ja cadastrado)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-CONTRACT-LIST.
    MOVE SPACE TO WS-CT-RECORD
    MOVE 0     TO WS-CT-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Contratos recorrentes ==="

    MOVE "L" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-CT-LIST-COUNT
       COMPUTE WS-DEC-AMOUNT = CT-MONTHLY-CENTS OF WS-CT-RECORD / 100
       MOVE WS-DEC-AMOUNT TO WS-CT-EDIT-AMOUNT
       DISPLAY "  " CT-CONTRACT-ID OF WS-CT-RECORD
               " cli " CT-CUSTOMER-ID OF WS-CT-RECORD
               " " CT-DESCRIPTION OF WS-CT-RECORD
               " " WS-CT-EDIT-AMOUNT
               " [" CT-STATUS OF WS-CT-RECORD "]"
       DISPLAY "      vigencia " CT-START-DATE OF WS-CT-RECORD
               " a " CT-END-DATE OF WS-CT-RECORD
               " reajuste mes " CT-READJ-MONTH OF WS-CT-RECORD
               " " CT-INDEX-CODE OF WS-CT-RECORD
               " ult.fat " CT-LAST-BILLED OF WS-CT-RECORD
               " ult.reaj " CT-LAST-READJ OF WS-CT-RECORD

       MOVE "N" TO WS-CT-OP-CODE
       CALL "CONTRACTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de contratos: " WS-CT-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-CONTRACT-TOGGLE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-CT-RECORD
    MOVE 0 TO CT-CONTRACT-ID OF WS-CT-RECORD

    DISPLAY " "
    DISPLAY "=== Encerrar/reativar contrato ==="
    DISPLAY "Numero do contrato (6 digitos)...: " WITH NO ADVANCING
    ACCEPT CT-CONTRACT-ID OF WS-CT-RECORD

    MOVE "R" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF WS-CT-RETURN-STATUS NOT = "00"
       DISPLAY "Contrato nao encontrado. STATUS: " WS-CT-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF CT-IS-ACTIVE OF WS-CT-RECORD
       SET CT-IS-INACTIVE OF WS-CT-RECORD TO TRUE
       DISPLAY "Contrato " CT-CONTRACT-ID OF WS-CT-RECORD
               " sera ENCERRADO (sai do faturamento mensal)."
    ELSE
       SET CT-IS-ACTIVE OF WS-CT-RECORD TO TRUE
       DISPLAY "Contrato " CT-CONTRACT-ID OF WS-CT-RECORD
               " sera REATIVADO."
    END-IF

    MOVE "U" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-CT-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   VENDEDORES - Cadastro (comissao sobre o recebido)
*> ============================================================
OPTION-SALESPERSON-CREATE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-SL-RECORD
    MOVE 0 TO SL-REP-ID OF WS-SL-RECORD
    MOVE 0 TO SL-RATE-PCT OF WS-SL-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de vendedor ==="
    DISPLAY "ID do vendedor (4 digitos).......: " WITH NO ADVANCING
    ACCEPT SL-REP-ID OF WS-SL-RECORD
    IF SL-REP-ID OF WS-SL-RECORD = 0
       DISPLAY "ID do vendedor obrigatorio."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Nome (ate 40 chars)..............: " WITH NO ADVANCING
    ACCEPT SL-NAME OF WS-SL-RECORD

    DISPLAY "Comissao em centesimos de % (250 = 2,5%): "
            WITH NO ADVANCING
    ACCEPT SL-RATE-PCT OF WS-SL-RECORD
    IF SL-RATE-PCT OF WS-SL-RECORD > 10000
       DISPLAY "Percentual acima de 100% recusado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Destinatario do extrato (DIST-LIST, ENTER = nenhum): "
            WITH NO ADVANCING
    ACCEPT SL-RECIPIENT OF WS-SL-RECORD

    SET SL-IS-ACTIVE OF WS-SL-RECORD TO TRUE

    MOVE "C" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS

    DISPLAY "Resultado inclusao vendedor - STATUS: " WS-SL-RETURN-STATUS
    DISPLAY "(00 = OK, 22 = ID ja cadastrado, outros = erro de I/O)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-SALESPERSON-LIST.
    MOVE SPACE TO WS-SL-RECORD
    MOVE 0     TO WS-SL-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Vendedores ==="

    MOVE "L" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS

    PERFORM UNTIL WS-SL-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-SL-LIST-COUNT
       COMPUTE WS-SL-EDIT-RATE = SL-RATE-PCT OF WS-SL-RECORD / 100
       DISPLAY "  " SL-REP-ID OF WS-SL-RECORD
               " " SL-NAME OF WS-SL-RECORD
               " " WS-SL-EDIT-RATE "%"
               " dest " SL-RECIPIENT OF WS-SL-RECORD
               " [" SL-STATUS OF WS-SL-RECORD "]"

       MOVE "N" TO WS-SL-OP-CODE
       CALL "SALESPEOPLE-IO" USING
            WS-SL-OP-CODE
            WS-SL-RECORD
            WS-SL-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de vendedores: " WS-SL-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-SALESPERSON-CHANGE.
    *> Percentual novo vale para os recebimentos dos periodos
    *> ainda nao comissionados; ENTER mantem cada campo
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-SL-RECORD
    MOVE 0 TO SL-REP-ID OF WS-SL-RECORD

    DISPLAY " "
    DISPLAY "=== Alterar vendedor ==="
    DISPLAY "ID do vendedor (4 digitos).......: " WITH NO ADVANCING
    ACCEPT SL-REP-ID OF WS-SL-RECORD

    MOVE "R" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS
    IF WS-SL-RETURN-STATUS NOT = "00"
       DISPLAY "Vendedor nao encontrado. STATUS: " WS-SL-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-SL-EDIT-RATE = SL-RATE-PCT OF WS-SL-RECORD / 100
    DISPLAY "  " SL-NAME OF WS-SL-RECORD
    DISPLAY "  Comissao atual " WS-SL-EDIT-RATE "%, destinatario "
            SL-RECIPIENT OF WS-SL-RECORD ", status "
            SL-STATUS OF WS-SL-RECORD

    MOVE 0 TO WS-SL-NEW-RATE
    DISPLAY "Nova comissao (centesimos de %, ENTER = mantem): "
            WITH NO ADVANCING
    ACCEPT WS-SL-NEW-RATE
    IF WS-SL-NEW-RATE > 10000
       DISPLAY "Percentual acima de 100% recusado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    IF WS-SL-NEW-RATE NOT = 0
       MOVE WS-SL-NEW-RATE TO SL-RATE-PCT OF WS-SL-RECORD
    END-IF

    MOVE SPACES TO WS-SL-NEW-RECIPIENT
    DISPLAY "Novo destinatario (ENTER = mantem)...........: "
            WITH NO ADVANCING
    ACCEPT WS-SL-NEW-RECIPIENT
    IF WS-SL-NEW-RECIPIENT NOT = SPACES
       MOVE WS-SL-NEW-RECIPIENT TO SL-RECIPIENT OF WS-SL-RECORD
    END-IF

    MOVE SPACE TO WS-SL-NEW-STATUS
    DISPLAY "Status (A = ativo, I = inativo, ENTER = mantem): "
            WITH NO ADVANCING
    ACCEPT WS-SL-NEW-STATUS
    IF WS-SL-NEW-STATUS = "A" OR WS-SL-NEW-STATUS = "I"
       MOVE WS-SL-NEW-STATUS TO SL-STATUS OF WS-SL-RECORD
    END-IF

    MOVE "U" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-SL-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-CUSTOMER-SALES-REP.
    *> Troca o vendedor padrao do cliente; faturas ja emitidas
    *> ficam com o vendedor gravado nelas
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-CU-RECORD
    MOVE 0 TO CU-CUSTOMER-ID OF WS-CU-RECORD

    DISPLAY " "
    DISPLAY "=== Vendedor do cliente ==="
    DISPLAY "ID do cliente (6 digitos)........: " WITH NO ADVANCING
    ACCEPT CU-CUSTOMER-ID OF WS-CU-RECORD

    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS NOT = "00"
       DISPLAY "Cliente nao encontrado. STATUS: " WS-CU-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF CU-SALES-REP-ID OF WS-CU-RECORD IS NOT NUMERIC
       MOVE 0 TO CU-SALES-REP-ID OF WS-CU-RECORD
    END-IF
    DISPLAY "  " CU-NAME OF WS-CU-RECORD
    DISPLAY "  Vendedor atual: " CU-SALES-REP-ID OF WS-CU-RECORD

    MOVE 0 TO WS-SL-REP-ID
    DISPLAY "Novo vendedor (ID, 0 = sem vendedor): " WITH NO ADVANCING
    ACCEPT WS-SL-REP-ID
    IF WS-SL-REP-ID NOT = 0
       PERFORM VALIDATE-SALES-REP
       IF NOT SALES-REP-OK
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE WS-SL-REP-ID TO CU-SALES-REP-ID OF WS-CU-RECORD

    MOVE "U" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-CU-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

VALIDATE-SALES-REP.
    *> O chamador move o ID para WS-SL-REP-ID; exige vendedor
    *> cadastrado e ativo
    MOVE "N" TO WS-SL-OK-SW
    MOVE SPACE TO WS-SL-RECORD
    MOVE WS-SL-REP-ID TO SL-REP-ID OF WS-SL-RECORD
    MOVE "R" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS
    IF WS-SL-RETURN-STATUS NOT = "00"
       DISPLAY "Vendedor " WS-SL-REP-ID " nao cadastrado."
       EXIT PARAGRAPH
    END-IF
    IF NOT SL-IS-ACTIVE OF WS-SL-RECORD
       DISPLAY "Vendedor " WS-SL-REP-ID " esta inativo."
       EXIT PARAGRAPH
    END-IF
    SET SALES-REP-OK TO TRUE
    .
