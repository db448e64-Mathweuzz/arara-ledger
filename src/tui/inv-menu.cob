*>     mesmas checagens de periodo fechado e de conta cadastrada
*>     e ativa dos demais submenus.
*>   - Entrada: D conta de estoque / C contrapartida informada;
*>     entrada que referencia um pedido de compra credita a conta
*>     transitoria GRNI-ACCT (SYS-PARAMS) e grava o recebimento
*>     nao faturado no GRNI-IO - a fatura casada com o pedido no
*>     AP baixa o recebimento (ver grni.cpy e GRNI-RPT);
*>     saida: D conta de CMV / C conta de estoque, pelo custo
*>     medio (a saida que zera a quantidade leva o valor
*>     residual inteiro - sem sobra de arredondamento no item).
*>   - A prova estoque x LEDGER do fim do mes e do INV-RECON.
*>   - Contagem ciclica (INV-COUNTS-IO): gera a ficha de
*>     contagem para os itens de uma classe ABC ou sem contagem
*>     ha N dias, congelando o saldo contabil (a ficha impressa
*>     nao mostra o saldo - contagem cega); digitacao das
*>     quantidades contadas; divergencia acima da tolerancia do
*>     SYS-PARAMS (INV-COUNT-TOL-PCT/-CENTS) espera a aprovacao
*>     de outro operador; os ajustes liberados saem como
*>     movimento de sobra/falta no INV-MOVES, a custo medio,
*>     com lancamento contra a conta INV-SHRINK-ACCT. A
*>     acuracidade por item e por contagem e do INV-COUNT-RPT.
*>   - Extrato do item (opcao 5) completo: primeiro os
*>     movimentos antigos arquivados pelo SUBL-ARCHIVE
*>     (INV-MOVES-HIST-IO, marcados "arq"), depois os do
*>     INV-MOVES vivo.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-MENU.
COPY "inv-moves.cpy" REPLACING ==IM-RECORD== BY ==WS-IM-RECORD==.
01 WS-IM-RETURN-STATUS  PIC XX.
01 WS-IM-LIST-COUNT     PIC 9(6).
01 WS-IM-ITEM-ID        PIC 9(6).

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.

*> Contagem ciclica (fichas em INV-COUNTS)
01 WS-CT-OP-CODE        PIC X.
COPY "inv-counts.cpy" REPLACING ==CT-RECORD== BY ==WS-CT-RECORD==.
01 WS-CT-RETURN-STATUS  PIC XX.
01 WS-CT-COUNT-ID       PIC 9(6).
01 WS-CT-SELECTION      PIC X(1).
01 WS-CT-SEL-DAYS       PIC 9(4).
01 WS-CT-ITEM-ID        PIC 9(6).
01 WS-CT-ANSWER         PIC X(1).
01 WS-CT-VAR-QTY        PIC S9(10).
01 WS-CT-ABS-QTY        PIC 9(10).
01 WS-CT-ABS-CENTS      PIC 9(15).
01 WS-CT-MOVE-TYPE      PIC X(1).
01 WS-CT-LINE-COUNT     PIC 9(4).
01 WS-CT-POSTED-COUNT   PIC 9(4).
01 WS-CT-LOSS-TOTAL     PIC 9(15).
01 WS-CT-GAIN-TOTAL     PIC 9(15).
01 WS-CT-END-SWITCH     PIC X.
   88 CT-ENTRY-DONE           VALUE "Y".
01 WS-CT-SELECT-SWITCH  PIC X.
   88 CT-ITEM-SELECTED        VALUE "Y".
*> Linhas da contagem carregadas antes de atualizar - o
*> INV-COUNTS-IO nao regrava no meio da propria varredura
01 WS-CT-TABLE.
   05 WS-CT-ITEM OCCURS 500 TIMES PIC 9(6).
01 WS-CT-N              PIC 9(4).
01 WS-CT-I              PIC 9(4).
01 WS-CT-STATUS-A       PIC X(1).
01 WS-CT-STATUS-B       PIC X(1).

*> Tolerancia e conta de perdas/sobras (SYS-PARAMS)
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-CT-TOL-PCT        PIC 9(5) VALUE 200.
01 WS-CT-TOL-CENTS      PIC 9(15) VALUE 0.
01 WS-SHRINK-ACCT       PIC 9(10) VALUE 0.

*> Entrada com pedido de compra: credita a GRNI-ACCT e grava o
*> recebimento nao faturado (GRNI-IO)
01 WS-PO-OP-CODE        PIC X.
COPY "purchase-orders.cpy" REPLACING ==PO-RECORD== BY ==WS-PO-RECORD==.
01 WS-PO-RETURN-STATUS  PIC XX.
01 WS-RCV-PO-NUMBER     PIC 9(8).
01 WS-GRNI-ACCT         PIC 9(10) VALUE 0.
01 WS-GR-OP-CODE        PIC X.
COPY "grni.cpy" REPLACING ==GR-RECORD== BY ==WS-GR-RECORD==.
01 WS-GR-RETURN-STATUS  PIC XX.

*> Dias corridos pela mesma convencao 360/30 do AP-AGING
01 WS-TODAY             PIC 9(8).
01 WS-DATE-WORK         PIC 9(8).
01 WS-DATE-YYYY         PIC 9(4).
01 WS-DATE-MM           PIC 9(2).
01 WS-DATE-DD           PIC 9(2).
01 WS-DATE-DAYS         PIC S9(9).
01 WS-TODAY-DAYS        PIC S9(9).

*> Spool da ficha de contagem (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

LINKAGE SECTION.
01 L-OPERATOR-ID    PIC X(8).

             PERFORM OPTION-MOVE-ISSUE
          WHEN "5"
             PERFORM OPTION-MOVE-LIST
          WHEN "6"
             PERFORM OPTION-COUNT-GENERATE
          WHEN "7"
             PERFORM OPTION-COUNT-ENTER
          WHEN "8"
             PERFORM OPTION-COUNT-APPROVE
          WHEN "9"
             PERFORM OPTION-COUNT-POST
          WHEN "A"
          WHEN "a"
             PERFORM OPTION-ITEM-CLASSIFY
          WHEN "0"
             CONTINUE
          WHEN OTHER
    DISPLAY " 3 - Entrada de estoque (recebimento)"
    DISPLAY " 4 - Saida de estoque (consumo/venda)"
    DISPLAY " 5 - Extrato de movimentos de um item"
    DISPLAY " 6 - Gerar fichas de contagem ciclica"
    DISPLAY " 7 - Digitar contagem"
    DISPLAY " 8 - Aprovar divergencias de contagem"
    DISPLAY " 9 - Lancar ajustes da contagem"
    DISPLAY " A - Classificar item na curva ABC"
    DISPLAY " 0 - Voltar ao menu principal"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
    MOVE 0 TO IT-VALUE-CENTS OF WS-IT-RECORD
    MOVE 0 TO IT-INV-ACCT OF WS-IT-RECORD
    MOVE 0 TO IT-COGS-ACCT OF WS-IT-RECORD
    MOVE 0 TO IT-LAST-COUNT-DATE OF WS-IT-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de item de estoque ==="
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Curva ABC (A/B/C, branco = C)....: " WITH NO ADVANCING
    ACCEPT IT-ABC-CLASS OF WS-IT-RECORD
    IF IT-ABC-CLASS OF WS-IT-RECORD = "a" OR "b" OR "c"
       INSPECT IT-ABC-CLASS OF WS-IT-RECORD
          CONVERTING "abc" TO "ABC"
    END-IF
    IF NOT IT-CLASS-A OF WS-IT-RECORD
       AND NOT IT-CLASS-B OF WS-IT-RECORD
       AND NOT IT-CLASS-C OF WS-IT-RECORD
       DISPLAY "Classe invalida - use A, B ou C."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    SET IT-IS-ACTIVE OF WS-IT-RECORD TO TRUE

    MOVE "C" TO WS-IT-OP-CODE
    ACCEPT WS-UNIT-COST
    COMPUTE WS-MOVE-TOTAL = WS-MOVE-QTY * WS-UNIT-COST

    *> Entrada de pedido de compra: a contrapartida e a conta
    *> transitoria GRNI-ACCT - o fornecedor so nasce no AP quando
    *> a fatura chega e baixa o recebimento
    DISPLAY "Pedido de compra (0 = sem pedido): " WITH NO ADVANCING
    ACCEPT WS-RCV-PO-NUMBER
    IF WS-RCV-PO-NUMBER NOT = 0
       PERFORM CHECK-RECEIPT-PO
       IF WS-PO-RETURN-STATUS NOT = "00"
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
       MOVE WS-GRNI-ACCT TO WS-CONTRA-ACCT
       DISPLAY "Contrapartida: recebimentos nao faturados "
               WS-CONTRA-ACCT
    ELSE
       DISPLAY "Contrapartida (fornecedores/caixa): "
               WITH NO ADVANCING
       ACCEPT WS-CONTRA-ACCT
    END-IF
    MOVE WS-CONTRA-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
    END-IF

    PERFORM WRITE-MOVE-RECORD-R
    IF WS-RCV-PO-NUMBER NOT = 0
       PERFORM WRITE-GRNI-RECEIPT
    END-IF

    *> Custo medio: soma valor e quantidade
    ADD WS-MOVE-QTY   TO IT-QTY-ON-HAND OF WS-IT-RECORD
    PERFORM CALL-JOURNAL-CREATE
    .

CHECK-RECEIPT-PO.
    *> Pedido aprovado (ou ja faturado - a mercadoria pode chegar
    *> depois da nota) e conta GRNI-ACCT cadastrada no SYS-PARAMS
    MOVE SPACE TO WS-PO-RECORD
    MOVE WS-RCV-PO-NUMBER TO PO-NUMBER OF WS-PO-RECORD
    MOVE "R" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    IF WS-PO-RETURN-STATUS NOT = "00"
       DISPLAY "Pedido " WS-RCV-PO-NUMBER " nao encontrado."
       EXIT PARAGRAPH
    END-IF
    IF NOT PO-IS-APPROVED OF WS-PO-RECORD
       AND NOT PO-IS-CLOSED OF WS-PO-RECORD
       DISPLAY "Pedido " WS-RCV-PO-NUMBER " nao esta APROVADO."
       MOVE FS-INVALID-OP TO WS-PO-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-GRNI-ACCT
    MOVE SPACE TO WS-SP-RECORD
    MOVE "GRNI-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-GRNI-ACCT
    END-IF
    IF WS-GRNI-ACCT = 0
       DISPLAY "Parametro GRNI-ACCT nao cadastrado no SYS-PARAMS -"
       DISPLAY "entrada com pedido nao permitida."
       MOVE FS-INVALID-OP TO WS-PO-RETURN-STATUS
    END-IF
    .

WRITE-GRNI-RECEIPT.
    MOVE SPACE TO WS-GR-RECORD
    MOVE WS-RCV-PO-NUMBER TO GR-PO-NUMBER OF WS-GR-RECORD
    MOVE 0 TO GR-SEQ OF WS-GR-RECORD
    MOVE PO-VENDOR-ID OF WS-PO-RECORD TO GR-VENDOR-ID OF WS-GR-RECORD
    MOVE WS-MOVE-DATE TO GR-RECEIPT-DATE OF WS-GR-RECORD
    MOVE IT-ITEM-ID OF WS-IT-RECORD TO GR-ITEM-ID OF WS-GR-RECORD
    MOVE WS-MOVE-QTY TO GR-QTY OF WS-GR-RECORD
    MOVE WS-MOVE-TOTAL TO GR-RECEIVED-CENTS OF WS-GR-RECORD
    MOVE 0 TO GR-INVOICED-CENTS OF WS-GR-RECORD
    MOVE JR-TXN-ID TO GR-RECEIPT-TXN-ID OF WS-GR-RECORD
    MOVE 0 TO GR-LAST-INV-TXN-ID OF WS-GR-RECORD
    MOVE 0 TO GR-CLEARED-DATE OF WS-GR-RECORD
    SET GR-IS-OPEN OF WS-GR-RECORD TO TRUE
    MOVE "C" TO WS-GR-OP-CODE
    CALL "GRNI-IO" USING
         WS-GR-OP-CODE
         WS-GR-RECORD
         WS-GR-RETURN-STATUS
    IF WS-GR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Aviso: recebimento nao gravado no GRNI - "
               "STATUS: " WS-GR-RETURN-STATUS
    ELSE
       DISPLAY "Recebimento " GR-PO-NUMBER OF WS-GR-RECORD
               "/" GR-SEQ OF WS-GR-RECORD
               " aguardando a fatura do fornecedor."
    END-IF
    .

*> ============================================================
*>   MOVIMENTOS - Saida a custo medio
*> ============================================================
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-INVENTORY OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    DISPLAY "=== Extrato de movimentos de um item ==="
    DISPLAY "ID do item (6 digitos)...........: " WITH NO ADVANCING
    ACCEPT IM-ITEM-ID OF WS-IM-RECORD
    MOVE IM-ITEM-ID OF WS-IM-RECORD TO WS-IM-ITEM-ID

    *> Movimentos arquivados vem antes de todos os vivos
    MOVE "K" TO WS-IM-OP-CODE
    CALL "INV-MOVES-HIST-IO" USING
         WS-IM-OP-CODE
         WS-IM-RECORD
         WS-IM-RETURN-STATUS

    PERFORM UNTIL WS-IM-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-IM-LIST-COUNT
       DISPLAY "  " IM-DATE OF WS-IM-RECORD
               " " IM-TYPE OF WS-IM-RECORD
               " qtde " IM-QTY OF WS-IM-RECORD
               " valor " IM-TOTAL-CENTS OF WS-IM-RECORD
               " contra " IM-CONTRA-ACCT OF WS-IM-RECORD
               " lanc " IM-TXN-ID OF WS-IM-RECORD " arq"

       MOVE "N" TO WS-IM-OP-CODE
       CALL "INV-MOVES-HIST-IO" USING
            WS-IM-OP-CODE
            WS-IM-RECORD
            WS-IM-RETURN-STATUS
    END-PERFORM

    MOVE SPACE TO WS-IM-RECORD
    MOVE WS-IM-ITEM-ID TO IM-ITEM-ID OF WS-IM-RECORD
    MOVE "K" TO WS-IM-OP-CODE
    CALL "INV-MOVES-IO" USING
         WS-IM-OP-CODE
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   ITENS - Curva ABC
*> ============================================================
OPTION-ITEM-CLASSIFY.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-IT-RECORD

    DISPLAY " "
    DISPLAY "=== Classificacao ABC de item ==="
    DISPLAY "ID do item (6 digitos)...........: " WITH NO ADVANCING
    ACCEPT IT-ITEM-ID OF WS-IT-RECORD

    MOVE "R" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS
    IF WS-IT-RETURN-STATUS NOT = "00"
       DISPLAY "Item nao encontrado. STATUS: " WS-IT-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Item " IT-ITEM-ID OF WS-IT-RECORD
            " " IT-DESCRIPTION OF WS-IT-RECORD
            " - classe atual [" IT-ABC-CLASS OF WS-IT-RECORD "]"
            " ultima contagem " IT-LAST-COUNT-DATE OF WS-IT-RECORD
    DISPLAY "Nova classe (A/B/C)..............: " WITH NO ADVANCING
    MOVE SPACE TO WS-CT-ANSWER
    ACCEPT WS-CT-ANSWER
    INSPECT WS-CT-ANSWER CONVERTING "abc" TO "ABC"
    IF WS-CT-ANSWER NOT = "A" AND WS-CT-ANSWER NOT = "B"
       AND WS-CT-ANSWER NOT = "C"
       DISPLAY "Classe invalida - nada alterado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE WS-CT-ANSWER TO IT-ABC-CLASS OF WS-IT-RECORD
    MOVE "U" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS

    DISPLAY "Classe gravada - STATUS: " WS-IT-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   CONTAGEM CICLICA - Geracao das fichas
*> ============================================================
OPTION-COUNT-GENERATE.
    *> Seleciona os itens ativos da classe ABC informada ou sem
    *> contagem ha N dias, grava uma linha por item na nova
    *> contagem com o saldo contabil congelado e imprime a ficha
    *> (sem o saldo: o contador nao ve o que o sistema espera).
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Geracao de fichas de contagem ciclica ==="
    DISPLAY "Criterio: A/B/C = classe ABC, D = itens sem contagem"
    DISPLAY "ha N dias.........................: " WITH NO ADVANCING
    MOVE SPACE TO WS-CT-SELECTION
    ACCEPT WS-CT-SELECTION
    INSPECT WS-CT-SELECTION CONVERTING "abcd" TO "ABCD"
    MOVE 0 TO WS-CT-SEL-DAYS
    EVALUATE WS-CT-SELECTION
       WHEN "A"
       WHEN "B"
       WHEN "C"
          CONTINUE
       WHEN "D"
          DISPLAY "Dias sem contagem (N)............: "
                  WITH NO ADVANCING
          ACCEPT WS-CT-SEL-DAYS
       WHEN OTHER
          DISPLAY "Criterio invalido."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
    END-EVALUATE

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY TO WS-DATE-WORK
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-TODAY-DAYS

    PERFORM FIND-NEXT-COUNT-ID

    MOVE "CONTAGEM-INV" TO WS-RP-REPORT-NAME
    MOVE WS-TODAY (1:6) TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== FICHA DE CONTAGEM CICLICA No " DELIMITED BY SIZE
           WS-CT-COUNT-ID DELIMITED BY SIZE
           " - gerada em " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " por " DELIMITED BY SIZE
           L-OPERATOR-ID DELIMITED BY SIZE
           " - criterio " DELIMITED BY SIZE
           WS-CT-SELECTION DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Item   Descricao                      UN   "
           DELIMITED BY SIZE
           "Qtde contada     Contador" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE 0 TO WS-CT-LINE-COUNT
    MOVE SPACE TO WS-IT-RECORD
    MOVE "L" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS

    PERFORM UNTIL WS-IT-RETURN-STATUS NOT = "00"
       PERFORM CHECK-ITEM-SELECTION
       IF CT-ITEM-SELECTED
          IF WS-CT-LINE-COUNT < 500
             PERFORM CREATE-COUNT-SHEET-LINE
          ELSE
             DISPLAY "*** Ficha limitada a 500 itens - item "
                     IT-ITEM-ID OF WS-IT-RECORD
                     " fica para a proxima contagem."
          END-IF
       END-IF

       MOVE "N" TO WS-IT-OP-CODE
       CALL "INV-ITEMS-IO" USING
            WS-IT-OP-CODE
            WS-IT-RECORD
            WS-IT-RETURN-STATUS
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    STRING "Itens na ficha: " DELIMITED BY SIZE
           WS-CT-LINE-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM CLOSE-REPORT-SPOOL

    IF WS-CT-LINE-COUNT = 0
       DISPLAY "Nenhum item atende ao criterio - nenhuma ficha gerada."
    ELSE
       DISPLAY "Contagem " WS-CT-COUNT-ID " gerada com "
               WS-CT-LINE-COUNT " item(ns)."
    END-IF
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

CHECK-ITEM-SELECTION.
    MOVE "N" TO WS-CT-SELECT-SWITCH
    IF NOT IT-IS-ACTIVE OF WS-IT-RECORD
       EXIT PARAGRAPH
    END-IF

    EVALUATE WS-CT-SELECTION
       WHEN "A"
          IF IT-CLASS-A OF WS-IT-RECORD
             MOVE "Y" TO WS-CT-SELECT-SWITCH
          END-IF
       WHEN "B"
          IF IT-CLASS-B OF WS-IT-RECORD
             MOVE "Y" TO WS-CT-SELECT-SWITCH
          END-IF
       WHEN "C"
          IF IT-CLASS-C OF WS-IT-RECORD
             MOVE "Y" TO WS-CT-SELECT-SWITCH
          END-IF
       WHEN "D"
          IF IT-LAST-COUNT-DATE OF WS-IT-RECORD = 0
             MOVE "Y" TO WS-CT-SELECT-SWITCH
          ELSE
             MOVE IT-LAST-COUNT-DATE OF WS-IT-RECORD TO WS-DATE-WORK
             PERFORM COMPUTE-DATE-DAYS
             IF WS-TODAY-DAYS - WS-DATE-DAYS >= WS-CT-SEL-DAYS
                MOVE "Y" TO WS-CT-SELECT-SWITCH
             END-IF
          END-IF
    END-EVALUATE
    .

CREATE-COUNT-SHEET-LINE.
    MOVE SPACE TO WS-CT-RECORD
    MOVE WS-CT-COUNT-ID TO CT-COUNT-ID OF WS-CT-RECORD
    MOVE IT-ITEM-ID OF WS-IT-RECORD TO CT-ITEM-ID OF WS-CT-RECORD
    MOVE WS-TODAY TO CT-SHEET-DATE OF WS-CT-RECORD
    MOVE WS-CT-SELECTION TO CT-SELECTION OF WS-CT-RECORD
    MOVE WS-CT-SEL-DAYS TO CT-SEL-DAYS OF WS-CT-RECORD
    MOVE L-OPERATOR-ID TO CT-CREATED-BY OF WS-CT-RECORD
    MOVE IT-QTY-ON-HAND OF WS-IT-RECORD TO CT-BOOK-QTY OF WS-CT-RECORD
    MOVE IT-VALUE-CENTS OF WS-IT-RECORD
      TO CT-BOOK-VALUE-CENTS OF WS-CT-RECORD
    MOVE 0 TO CT-COUNTED-QTY OF WS-CT-RECORD
    MOVE 0 TO CT-COUNT-DATE OF WS-CT-RECORD
    MOVE 0 TO CT-ADJ-CENTS OF WS-CT-RECORD
    MOVE 0 TO CT-POST-DATE OF WS-CT-RECORD
    MOVE 0 TO CT-TXN-ID OF WS-CT-RECORD
    SET CT-IS-OPEN OF WS-CT-RECORD TO TRUE

    MOVE "C" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF WS-CT-RETURN-STATUS NOT = "00"
       DISPLAY "*** Linha do item " IT-ITEM-ID OF WS-IT-RECORD
               " nao gravada - STATUS: " WS-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CT-LINE-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING IT-ITEM-ID OF WS-IT-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IT-DESCRIPTION OF WS-IT-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IT-UOM OF WS-IT-RECORD DELIMITED BY SIZE
           "  ______________   ________" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

FIND-NEXT-COUNT-ID.
    *> A varredura completa sai em ordem de chave: a ultima
    *> linha lida traz o maior numero de contagem ja usado
    MOVE 0 TO WS-CT-COUNT-ID
    MOVE SPACE TO WS-CT-RECORD
    MOVE "B" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       MOVE CT-COUNT-ID OF WS-CT-RECORD TO WS-CT-COUNT-ID
       MOVE "M" TO WS-CT-OP-CODE
       CALL "INV-COUNTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM

    ADD 1 TO WS-CT-COUNT-ID
    .

COMPUTE-DATE-DAYS.
    MOVE WS-DATE-WORK (1:4) TO WS-DATE-YYYY
    MOVE WS-DATE-WORK (5:2) TO WS-DATE-MM
    MOVE WS-DATE-WORK (7:2) TO WS-DATE-DD
    COMPUTE WS-DATE-DAYS = (WS-DATE-YYYY * 360)
                         + (WS-DATE-MM * 30)
                         + WS-DATE-DD
    .

*> ============================================================
*>   CONTAGEM CICLICA - Digitacao
*> ============================================================
OPTION-COUNT-ENTER.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-COUNT-PARAMS

    DISPLAY " "
    DISPLAY "=== Digitacao de contagem ciclica ==="
    DISPLAY "Numero da contagem...............: " WITH NO ADVANCING
    ACCEPT WS-CT-COUNT-ID
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    MOVE "N" TO WS-CT-END-SWITCH
    PERFORM UNTIL CT-ENTRY-DONE
       PERFORM ENTER-ONE-COUNT
    END-PERFORM
    .

ENTER-ONE-COUNT.
    DISPLAY " "
    DISPLAY "ID do item (0 = fim).............: " WITH NO ADVANCING
    MOVE 0 TO WS-CT-ITEM-ID
    ACCEPT WS-CT-ITEM-ID
    IF WS-CT-ITEM-ID = 0
       MOVE "Y" TO WS-CT-END-SWITCH
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-CT-RECORD
    MOVE WS-CT-COUNT-ID TO CT-COUNT-ID OF WS-CT-RECORD
    MOVE WS-CT-ITEM-ID TO CT-ITEM-ID OF WS-CT-RECORD
    MOVE "R" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF WS-CT-RETURN-STATUS NOT = "00"
       DISPLAY "Item nao esta na ficha desta contagem."
       EXIT PARAGRAPH
    END-IF
    IF CT-IS-APPROVED OF WS-CT-RECORD OR CT-IS-POSTED OF WS-CT-RECORD
       DISPLAY "Contagem do item ja aprovada/lancada - nao pode ser"
               " redigitada."
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-IT-RECORD
    MOVE WS-CT-ITEM-ID TO IT-ITEM-ID OF WS-IT-RECORD
    MOVE "R" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS
    IF WS-IT-RETURN-STATUS NOT = "00"
       DISPLAY "Item nao encontrado no cadastro."
       EXIT PARAGRAPH
    END-IF

    DISPLAY "  " IT-DESCRIPTION OF WS-IT-RECORD
            " (" IT-UOM OF WS-IT-RECORD ")"
    DISPLAY "Quantidade contada...............: " WITH NO ADVANCING
    MOVE 0 TO CT-COUNTED-QTY OF WS-CT-RECORD
    ACCEPT CT-COUNTED-QTY OF WS-CT-RECORD

    *> Divergencia sempre contra o saldo congelado na geracao
    COMPUTE WS-CT-VAR-QTY = CT-COUNTED-QTY OF WS-CT-RECORD
          - CT-BOOK-QTY OF WS-CT-RECORD
    PERFORM CHECK-COUNT-TOLERANCE

    MOVE WS-TODAY TO CT-COUNT-DATE OF WS-CT-RECORD
    MOVE L-OPERATOR-ID TO CT-COUNTED-BY OF WS-CT-RECORD
    MOVE SPACES TO CT-APPROVED-BY OF WS-CT-RECORD
    IF CT-OVER-TOLERANCE OF WS-CT-RECORD
       SET CT-IS-PENDING OF WS-CT-RECORD TO TRUE
    ELSE
       SET CT-IS-COUNTED OF WS-CT-RECORD TO TRUE
    END-IF

    MOVE "U" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF WS-CT-RETURN-STATUS NOT = "00"
       DISPLAY "Contagem nao gravada - STATUS: " WS-CT-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE WS-TODAY TO IT-LAST-COUNT-DATE OF WS-IT-RECORD
    MOVE "U" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS

    IF WS-CT-VAR-QTY = 0
       DISPLAY "Contagem confere com o saldo."
    ELSE
       IF CT-OVER-TOLERANCE OF WS-CT-RECORD
          DISPLAY "Divergencia de " WS-CT-VAR-QTY " (valor aprox. "
                  WS-CT-ABS-CENTS ") ACIMA da tolerancia -"
                  " aguarda aprovacao de outro operador (opcao 8)."
       ELSE
          DISPLAY "Divergencia de " WS-CT-VAR-QTY
                  " dentro da tolerancia - liberada para lancamento."
       END-IF
    END-IF
    .

CHECK-COUNT-TOLERANCE.
    *> Acima da tolerancia: divergencia percentual sobre a
    *> quantidade congelada maior que INV-COUNT-TOL-PCT, ou valor
    *> (a custo medio congelado) maior que INV-COUNT-TOL-CENTS
    *> quando cadastrado; item sem saldo que aparece na contagem
    *> sempre pede aprovacao.
    MOVE "N" TO CT-OVER-TOL-FLAG OF WS-CT-RECORD
    IF WS-CT-VAR-QTY < 0
       COMPUTE WS-CT-ABS-QTY = 0 - WS-CT-VAR-QTY
    ELSE
       MOVE WS-CT-VAR-QTY TO WS-CT-ABS-QTY
    END-IF
    MOVE 0 TO WS-CT-ABS-CENTS
    IF WS-CT-ABS-QTY = 0
       EXIT PARAGRAPH
    END-IF

    IF CT-BOOK-QTY OF WS-CT-RECORD = 0
       MOVE "Y" TO CT-OVER-TOL-FLAG OF WS-CT-RECORD
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-CT-ABS-CENTS ROUNDED =
            WS-CT-ABS-QTY * CT-BOOK-VALUE-CENTS OF WS-CT-RECORD
          / CT-BOOK-QTY OF WS-CT-RECORD

    IF WS-CT-ABS-QTY * 10000 >
       CT-BOOK-QTY OF WS-CT-RECORD * WS-CT-TOL-PCT
       MOVE "Y" TO CT-OVER-TOL-FLAG OF WS-CT-RECORD
    END-IF
    IF WS-CT-TOL-CENTS > 0 AND WS-CT-ABS-CENTS > WS-CT-TOL-CENTS
       MOVE "Y" TO CT-OVER-TOL-FLAG OF WS-CT-RECORD
    END-IF
    .

LOAD-COUNT-PARAMS.
    *> Parametros da contagem; ausentes ficam nos defaults
    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-COUNT-TOL-PCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-CT-TOL-PCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-COUNT-TOL-CENTS" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-CT-TOL-CENTS
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "INV-SHRINK-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-SHRINK-ACCT
    END-IF
    .

LOAD-COUNT-TABLE.
    *> Carrega os itens da contagem WS-CT-COUNT-ID nos status
    *> WS-CT-STATUS-A/-B; o processamento vem depois, fora da
    *> varredura
    MOVE 0 TO WS-CT-N
    MOVE SPACE TO WS-CT-RECORD
    MOVE WS-CT-COUNT-ID TO CT-COUNT-ID OF WS-CT-RECORD
    MOVE "K" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS

    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       IF (CT-STATUS OF WS-CT-RECORD = WS-CT-STATUS-A
           OR CT-STATUS OF WS-CT-RECORD = WS-CT-STATUS-B)
          AND WS-CT-N < 500
          ADD 1 TO WS-CT-N
          MOVE CT-ITEM-ID OF WS-CT-RECORD TO WS-CT-ITEM (WS-CT-N)
       END-IF
       MOVE "N" TO WS-CT-OP-CODE
       CALL "INV-COUNTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM
    .

READ-COUNT-LINE.
    MOVE SPACE TO WS-CT-RECORD
    MOVE WS-CT-COUNT-ID TO CT-COUNT-ID OF WS-CT-RECORD
    MOVE WS-CT-ITEM (WS-CT-I) TO CT-ITEM-ID OF WS-CT-RECORD
    MOVE "R" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    .

*> ============================================================
*>   CONTAGEM CICLICA - Aprovacao das divergencias
*> ============================================================
OPTION-COUNT-APPROVE.
    *> Segunda aprovacao: quem digitou a contagem nao aprova a
    *> propria divergencia (recusa "89", como no JOURNAL-IO).
    *> Rejeitar devolve o item para recontagem.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Aprovacao de divergencias de contagem ==="
    DISPLAY "Numero da contagem...............: " WITH NO ADVANCING
    ACCEPT WS-CT-COUNT-ID

    MOVE "P" TO WS-CT-STATUS-A
    MOVE "P" TO WS-CT-STATUS-B
    PERFORM LOAD-COUNT-TABLE
    IF WS-CT-N = 0
       DISPLAY "Nenhuma divergencia pendente de aprovacao nesta"
               " contagem."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-CT-I FROM 1 BY 1 UNTIL WS-CT-I > WS-CT-N
       PERFORM APPROVE-ONE-COUNT
    END-PERFORM

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

APPROVE-ONE-COUNT.
    PERFORM READ-COUNT-LINE
    IF WS-CT-RETURN-STATUS NOT = "00"
       OR NOT CT-IS-PENDING OF WS-CT-RECORD
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-CT-VAR-QTY = CT-COUNTED-QTY OF WS-CT-RECORD
          - CT-BOOK-QTY OF WS-CT-RECORD
    DISPLAY " "
    DISPLAY "Item " CT-ITEM-ID OF WS-CT-RECORD
            " saldo congelado " CT-BOOK-QTY OF WS-CT-RECORD
            " contado " CT-COUNTED-QTY OF WS-CT-RECORD
            " divergencia " WS-CT-VAR-QTY
            " (por " CT-COUNTED-BY OF WS-CT-RECORD ")"

    IF CT-COUNTED-BY OF WS-CT-RECORD = L-OPERATOR-ID
       DISPLAY "Auto-aprovacao recusada (89): a contagem foi"
               " digitada por este mesmo operador."
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Aprovar (A), rejeitar p/ recontagem (R) ou ENTER"
            " para pular: " WITH NO ADVANCING
    MOVE SPACE TO WS-CT-ANSWER
    ACCEPT WS-CT-ANSWER

    EVALUATE WS-CT-ANSWER
       WHEN "A"
       WHEN "a"
          SET CT-IS-APPROVED OF WS-CT-RECORD TO TRUE
          MOVE L-OPERATOR-ID TO CT-APPROVED-BY OF WS-CT-RECORD
       WHEN "R"
       WHEN "r"
          SET CT-IS-OPEN OF WS-CT-RECORD TO TRUE
          MOVE 0 TO CT-COUNTED-QTY OF WS-CT-RECORD
          MOVE 0 TO CT-COUNT-DATE OF WS-CT-RECORD
          MOVE SPACES TO CT-COUNTED-BY OF WS-CT-RECORD
          MOVE SPACES TO CT-OVER-TOL-FLAG OF WS-CT-RECORD
       WHEN OTHER
          DISPLAY "Item pulado - continua pendente."
          EXIT PARAGRAPH
    END-EVALUATE

    MOVE "U" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    IF CT-IS-APPROVED OF WS-CT-RECORD
       DISPLAY "Divergencia APROVADA - STATUS: " WS-CT-RETURN-STATUS
    ELSE
       DISPLAY "Contagem REJEITADA - item volta para recontagem."
               " STATUS: " WS-CT-RETURN-STATUS
    END-IF
    .

*> ============================================================
*>   CONTAGEM CICLICA - Lancamento dos ajustes
*> ============================================================
OPTION-COUNT-POST.
    *> Linhas contadas dentro da tolerancia ou aprovadas viram
    *> movimento de sobra/falta a custo medio (o da data do
    *> lancamento) com D/C contra a conta de perdas/sobras; as
    *> pendentes e as nao contadas ficam para depois.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-COUNT-PARAMS

    DISPLAY " "
    DISPLAY "=== Lancamento dos ajustes de contagem ==="
    IF WS-SHRINK-ACCT = 0
       DISPLAY "Parametro INV-SHRINK-ACCT (conta de perdas/sobras de"
       DISPLAY "inventario) nao cadastrado no SYS-PARAMS."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SHRINK-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Numero da contagem...............: " WITH NO ADVANCING
    ACCEPT WS-CT-COUNT-ID

    DISPLAY "Data do lancamento (AAAAMMDD)....: " WITH NO ADVANCING
    ACCEPT WS-MOVE-DATE
    MOVE WS-MOVE-DATE (1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = "92"
       EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-CT-STATUS-A
    MOVE "A" TO WS-CT-STATUS-B
    PERFORM LOAD-COUNT-TABLE
    IF WS-CT-N = 0
       DISPLAY "Nenhuma linha contada/aprovada a lancar nesta"
               " contagem."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-CT-POSTED-COUNT
    MOVE 0 TO WS-CT-LOSS-TOTAL
    MOVE 0 TO WS-CT-GAIN-TOTAL
    PERFORM VARYING WS-CT-I FROM 1 BY 1 UNTIL WS-CT-I > WS-CT-N
       PERFORM POST-ONE-COUNT
    END-PERFORM

    DISPLAY "Linhas baixadas: " WS-CT-POSTED-COUNT
            "  faltas: " WS-CT-LOSS-TOTAL
            "  sobras: " WS-CT-GAIN-TOTAL
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

POST-ONE-COUNT.
    PERFORM READ-COUNT-LINE
    IF WS-CT-RETURN-STATUS NOT = "00"
       OR NOT (CT-IS-COUNTED OF WS-CT-RECORD
               OR CT-IS-APPROVED OF WS-CT-RECORD)
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-IT-RECORD
    MOVE CT-ITEM-ID OF WS-CT-RECORD TO IT-ITEM-ID OF WS-IT-RECORD
    MOVE "R" TO WS-IT-OP-CODE
    CALL "INV-ITEMS-IO" USING
         WS-IT-OP-CODE
         WS-IT-RECORD
         WS-IT-RETURN-STATUS
    IF WS-IT-RETURN-STATUS NOT = "00"
       DISPLAY "Item " CT-ITEM-ID OF WS-CT-RECORD
               " nao encontrado - linha nao lancada."
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-CT-VAR-QTY = CT-COUNTED-QTY OF WS-CT-RECORD
          - CT-BOOK-QTY OF WS-CT-RECORD
    MOVE 0 TO WS-MOVE-TOTAL
    MOVE 0 TO JR-TXN-ID

    EVALUATE TRUE
       WHEN WS-CT-VAR-QTY = 0
          *> Contagem exata: baixa a linha sem movimento
          CONTINUE
       WHEN WS-CT-VAR-QTY < 0
          COMPUTE WS-MOVE-QTY = 0 - WS-CT-VAR-QTY
          IF WS-MOVE-QTY > IT-QTY-ON-HAND OF WS-IT-RECORD
             DISPLAY "Item " CT-ITEM-ID OF WS-CT-RECORD
                     ": falta de " WS-MOVE-QTY " maior que o saldo"
                     " atual - linha nao lancada (recontar)."
             EXIT PARAGRAPH
          END-IF
          *> Falta a custo medio; a que zera o item leva o residuo
          IF WS-MOVE-QTY = IT-QTY-ON-HAND OF WS-IT-RECORD
             MOVE IT-VALUE-CENTS OF WS-IT-RECORD TO WS-MOVE-TOTAL
          ELSE
             COMPUTE WS-AVG-COST = IT-VALUE-CENTS OF WS-IT-RECORD
                   / IT-QTY-ON-HAND OF WS-IT-RECORD
             COMPUTE WS-MOVE-TOTAL ROUNDED = WS-MOVE-QTY * WS-AVG-COST
          END-IF
          MOVE "F" TO WS-CT-MOVE-TYPE
       WHEN OTHER
          MOVE WS-CT-VAR-QTY TO WS-MOVE-QTY
          *> Sobra ao custo medio atual; item zerado usa o custo
          *> medio congelado na ficha
          IF IT-QTY-ON-HAND OF WS-IT-RECORD > 0
             COMPUTE WS-AVG-COST = IT-VALUE-CENTS OF WS-IT-RECORD
                   / IT-QTY-ON-HAND OF WS-IT-RECORD
          ELSE
             IF CT-BOOK-QTY OF WS-CT-RECORD > 0
                COMPUTE WS-AVG-COST =
                        CT-BOOK-VALUE-CENTS OF WS-CT-RECORD
                      / CT-BOOK-QTY OF WS-CT-RECORD
             ELSE
                MOVE 0 TO WS-AVG-COST
             END-IF
          END-IF
          COMPUTE WS-MOVE-TOTAL ROUNDED = WS-MOVE-QTY * WS-AVG-COST
          MOVE "S" TO WS-CT-MOVE-TYPE
    END-EVALUATE

    IF WS-CT-VAR-QTY NOT = 0
       IF WS-MOVE-TOTAL > 0
          PERFORM WRITE-COUNT-ADJ-ENTRY
          IF WS-JR-RETURN-STATUS NOT = FS-OK
             DISPLAY "Item " CT-ITEM-ID OF WS-CT-RECORD
                     ": lancamento recusado - STATUS: "
                     WS-JR-RETURN-STATUS ". Linha nao lancada."
             EXIT PARAGRAPH
          END-IF
       END-IF
       PERFORM WRITE-MOVE-RECORD-COUNT
       IF WS-CT-MOVE-TYPE = "F"
          SUBTRACT WS-MOVE-QTY   FROM IT-QTY-ON-HAND OF WS-IT-RECORD
          SUBTRACT WS-MOVE-TOTAL FROM IT-VALUE-CENTS OF WS-IT-RECORD
          ADD WS-MOVE-TOTAL TO WS-CT-LOSS-TOTAL
       ELSE
          ADD WS-MOVE-QTY   TO IT-QTY-ON-HAND OF WS-IT-RECORD
          ADD WS-MOVE-TOTAL TO IT-VALUE-CENTS OF WS-IT-RECORD
          ADD WS-MOVE-TOTAL TO WS-CT-GAIN-TOTAL
       END-IF
       MOVE "U" TO WS-IT-OP-CODE
       CALL "INV-ITEMS-IO" USING
            WS-IT-OP-CODE
            WS-IT-RECORD
            WS-IT-RETURN-STATUS
    END-IF

    MOVE WS-MOVE-TOTAL TO CT-ADJ-CENTS OF WS-CT-RECORD
    MOVE WS-MOVE-DATE TO CT-POST-DATE OF WS-CT-RECORD
    MOVE JR-TXN-ID TO CT-TXN-ID OF WS-CT-RECORD
    SET CT-IS-POSTED OF WS-CT-RECORD TO TRUE
    MOVE "U" TO WS-CT-OP-CODE
    CALL "INV-COUNTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    ADD 1 TO WS-CT-POSTED-COUNT
    .

WRITE-COUNT-ADJ-ENTRY.
    *> Falta: D perdas de inventario / C estoque
    *> Sobra: D estoque / C sobras de inventario
    PERFORM TAKE-NEXT-TXN-ID
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-MOVE-DATE TO JR-DATE

    STRING "AJUSTE CONTAGEM " DELIMITED BY SIZE
           WS-CT-COUNT-ID DELIMITED BY SIZE
           " ITEM " DELIMITED BY SIZE
           IT-ITEM-ID OF WS-IT-RECORD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-MOVE-TOTAL TO JR-LINE-AMOUNT-CENTS (1)
    MOVE 2 TO JR-LINE-NO (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-MOVE-TOTAL TO JR-LINE-AMOUNT-CENTS (2)
    IF WS-CT-MOVE-TYPE = "F"
       MOVE WS-SHRINK-ACCT TO JR-LINE-ACCOUNT-ID (1)
       MOVE IT-INV-ACCT OF WS-IT-RECORD TO JR-LINE-ACCOUNT-ID (2)
    ELSE
       MOVE IT-INV-ACCT OF WS-IT-RECORD TO JR-LINE-ACCOUNT-ID (1)
       MOVE WS-SHRINK-ACCT TO JR-LINE-ACCOUNT-ID (2)
    END-IF

    PERFORM CALL-JOURNAL-CREATE
    .

WRITE-MOVE-RECORD-COUNT.
    MOVE SPACE TO WS-IM-RECORD
    MOVE IT-ITEM-ID OF WS-IT-RECORD TO IM-ITEM-ID OF WS-IM-RECORD
    MOVE WS-MOVE-DATE TO IM-DATE OF WS-IM-RECORD
    MOVE WS-CT-MOVE-TYPE TO IM-TYPE OF WS-IM-RECORD
    MOVE WS-MOVE-QTY TO IM-QTY OF WS-IM-RECORD
    MOVE WS-MOVE-TOTAL TO IM-TOTAL-CENTS OF WS-IM-RECORD
    MOVE WS-SHRINK-ACCT TO IM-CONTRA-ACCT OF WS-IM-RECORD
    MOVE JR-TXN-ID TO IM-TXN-ID OF WS-IM-RECORD
    PERFORM CALL-MOVE-CREATE
    .

EMIT-REPORT-LINE.
    *> Cada linha da ficha sai no terminal e no spool
    DISPLAY WS-RP-LINE
    MOVE "L" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .

OPEN-REPORT-SPOOL.
    MOVE "O" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    IF WS-RP-RETURN-STATUS NOT = "00"
       DISPLAY "Aviso: spool de impressao indisponivel (STATUS "
               WS-RP-RETURN-STATUS ") - ficha so no terminal."
    END-IF
    .

CLOSE-REPORT-SPOOL.
    MOVE "C" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .
