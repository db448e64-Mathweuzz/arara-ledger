*>         AP-REMIT-FLAG vira: a revisao (aprovar/excluir item a
*>         item, total provado contra a posicao de caixa) e
*>         feita no AP-MENU.
*>         Desconto por pagamento antecipado: fornecedor com
*>         condicao de desconto (VD-DISC-PCT/VD-DISC-DAYS) tem a
*>         janela calculada pela emissao + dias (recuada para dia
*>         util). Informada a data da PROXIMA rodada, a fatura
*>         ainda nao vencida cuja janela fecha antes dela entra
*>         na proposta agora, para o desconto nao se perder; toda
*>         fatura proposta com a janela aberta leva a economia
*>         (PP-DISC-CENTS/PP-DISC-DATE), somada no resumo. Sem o
*>         parametro AP-DISC-INC-ACCT (conta de descontos
*>         obtidos, SYS-PARAMS) nenhum desconto e calculado.
*>         Fatura pendente de aprovacao (AP-APPROVAL-STATUS 'P',
*>         alcada do AP-MENU opcao F) ou rejeitada fica fora da
*>         proposta e e listada como "retida aguardando
*>         aprovacao", com contagem e total no resumo.
*>       Funcao 'G' (gerar): le a proposta e grava o arquivo de
*>         remessa CNAB 240 "data/cnab-remessa.txt" (header de
*>         arquivo, header de lote, um segmento A por fatura
*>         chegam ao fim do arquivo (um 'U' no meio do browse
*>         seria recusado com status 41 - mesmo motivo das tres
*>         fases de ACCRUAL-REV).
*>         Item com desconto e pagamento ate PP-DISC-DATE sai
*>         na remessa pelo valor LIQUIDO do desconto, e o
*>         desconto fica gravado na fatura (AP-DISC-CENTS) para o
*>         AP-RETURN-PROC baixar o saldo inteiro; pagamento
*>         depois da janela remete o valor cheio.
*>   - Reembolsos e adiantamentos a funcionarios (EXP-MENU)
*>     entram no mesmo ciclo: a funcao 'P' tambem propoe os
*>     relatorios de despesas aprovados com reembolso em aberto
*>     e os adiantamentos ainda a pagar, fora de remessa, com
*>     aprovacao/concessao ate a data de corte, se o funcionario
*>     tiver dados bancarios (EMPLOYEES-IO) e nenhuma alteracao
*>     bancaria pendente. O item leva PP-PAYEE-TYPE 'E', o ID do
*>     funcionario e o documento ("RDV"/"ADT" + numero) na chave
*>     da proposta; na funcao 'G' sai com os dados bancarios do
*>     funcionario e "seu numero" = funcionario + documento +
*>     "EX", que o AP-RETURN-PROC reconhece para baixar o
*>     reembolso ou o adiantamento; a marcacao vira
*>     ER-/EA-REMIT-FLAG em vez do AP-REMIT-FLAG.
*>   - A data de pagamento informada na funcao 'G' e validada
*>     contra o calendario de dias uteis (BIZ-DAY) ANTES de
*>     abrir o arquivo de remessa: data em fim de semana ou
01 WS-REMIT-SEQ         PIC 9(6).
01 WS-OUR-BANK-CODE     PIC 9(3).
01 WS-TODAY             PIC 9(8).
01 WS-NEXT-RUN-DATE     PIC 9(8).
01 WS-NEXT-RUN-X        PIC X(8).

*> Desconto por pagamento antecipado
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "APPAYRUN".
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-DISC-INC-ACCT     PIC 9(10) VALUE 0.
01 WS-DISC-DATE         PIC 9(8).
01 WS-DISC-AMOUNT       PIC 9(15).
01 WS-DISC-WINDOW-SW    PIC X.
   88 DISC-WINDOW-OPEN        VALUE "Y".
01 WS-EARLY-SW          PIC X.
   88 TAKE-EARLY-FOR-DISC     VALUE "Y".
01 WS-EARLY-COUNT       PIC 9(6)  VALUE 0.
01 WS-DISC-COUNT        PIC 9(6)  VALUE 0.
01 WS-DISC-TOTAL        PIC 9(18) VALUE 0.
01 WS-DISC-LOST-COUNT   PIC 9(6)  VALUE 0.
01 WS-REMIT-AMOUNT      PIC 9(15).

*> Validacao da data de pagamento contra o calendario (BIZ-DAY)
*> Conta bancaria propria do cadastro central (BANK-ACCTS-IO)
COPY "pay-proposal.cpy" REPLACING ==PP-RECORD== BY ==WS-PP-RECORD==.
01 WS-PP-RETURN-STATUS  PIC XX.

*> Reembolsos e adiantamentos a funcionarios
01 WS-EM-OP-CODE        PIC X.
COPY "employees.cpy" REPLACING ==EM-RECORD== BY ==WS-EM-RECORD==.
01 WS-EM-RETURN-STATUS  PIC XX.
01 WS-ER-OP-CODE        PIC X.
COPY "exp-reports.cpy" REPLACING ==ER-RECORD== BY ==WS-ER-RECORD==.
01 WS-ER-RETURN-STATUS  PIC XX.
01 WS-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==WS-EA-RECORD==.
01 WS-EA-RETURN-STATUS  PIC XX.
*> Documento do funcionario no PP-INVOICE-NO da proposta
01 WS-EXP-DOC.
   05 WS-EXP-DOC-KIND   PIC X(3).
      88 EXP-DOC-REPORT       VALUE "RDV".
      88 EXP-DOC-ADVANCE      VALUE "ADT".
   05 WS-EXP-DOC-NO     PIC 9(8).
   05 FILLER            PIC X(1).
01 WS-EXP-EMPLOYEE-ID   PIC 9(6).
01 WS-EXP-DUE-DATE      PIC 9(8).
01 WS-EXP-DOC-OK-SW     PIC X.
   88 EXP-DOC-OK              VALUE "Y".
01 WS-EMP-PROPOSED-COUNT PIC 9(6)  VALUE 0.
01 WS-EMP-PROPOSED-TOTAL PIC 9(18) VALUE 0.
01 WS-EMP-SELECTED-COUNT PIC 9(6)  VALUE 0.

*> Faturas remetidas durante a leitura da proposta; a marcacao
*> (AP-REMIT-FLAG e PP-STATUS 'R') so roda depois que os browses
*> fecham os arquivos
   05 WS-SEL-ENTRY OCCURS 500 TIMES.
      10 WS-SEL-VENDOR-ID  PIC 9(6).
      10 WS-SEL-INVOICE-NO PIC X(12).
      10 WS-SEL-DISC-CENTS PIC 9(15).
      10 WS-SEL-PAYEE-TYPE PIC X(1).
01 WS-SEL-I             PIC 9(3).

*> Notas de credito em aberto por fornecedor, abatidas das
01 WS-SKIPPED-PEND-BANK PIC 9(6)  VALUE 0.
01 WS-SKIPPED-FX        PIC 9(6)  VALUE 0.
01 WS-SKIPPED-NOT-OPEN  PIC 9(6)  VALUE 0.
01 WS-HELD-COUNT        PIC 9(6)  VALUE 0.
01 WS-HELD-TOTAL        PIC 9(18) VALUE 0.
01 WS-TOTAL-AMOUNT      PIC 9(18) VALUE 0.
01 WS-DETAIL-SEQ        PIC 9(5)  VALUE 0.
01 WS-LOT-RECORD-COUNT  PIC 9(6)  VALUE 0.
   05 CFT-RECORD-COUNT  PIC 9(6).
   05 FILLER            PIC X(211) VALUE SPACES.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
          PERFORM GENERATE-REMITTANCE
       WHEN OTHER
          DISPLAY "Funcao invalida."
          MOVE 8 TO WS-FINAL-RC
    END-EVALUATE

    DISPLAY "AP-PAYMENT-RUN - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

            WITH NO ADVANCING
    ACCEPT WS-CUTOFF-DATE

    *> Linha opcional: quem nao informa (ou SYSIN antigo, sem a
    *> linha) fica so com o corte por vencimento
    DISPLAY "Data da proxima rodada (AAAAMMDD, ENTER = so "
            "vencimento): " WITH NO ADVANCING
    MOVE SPACES TO WS-NEXT-RUN-X
    ACCEPT WS-NEXT-RUN-X
    IF WS-NEXT-RUN-X IS NUMERIC
       MOVE WS-NEXT-RUN-X TO WS-NEXT-RUN-DATE
    ELSE
       MOVE 0 TO WS-NEXT-RUN-DATE
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    PERFORM LOAD-DISC-INC-ACCT
    IF WS-DISC-INC-ACCT = 0
       DISPLAY "Aviso: parametro AP-DISC-INC-ACCT nao cadastrado - "
               "proposta sem descontos por antecipacao."
    END-IF

    PERFORM LOAD-VENDOR-CREDITS

    *> A proposta e sempre montada do zero - uma proposta antiga
    IF WS-PP-RETURN-STATUS NOT = "00"
       DISPLAY "Erro ao iniciar a proposta. STATUS: "
               WS-PP-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

       IF AP-IS-OPEN OF WS-AP-RECORD
          AND AP-NOT-IN-REMIT OF WS-AP-RECORD
          AND NOT AP-IS-CREDIT-NOTE OF WS-AP-RECORD
          IF AP-DUE-DATE OF WS-AP-RECORD NOT > WS-CUTOFF-DATE
             PERFORM PROPOSE-ONE-INVOICE
          ELSE
             *> Nao vencida: so entra se a janela de desconto
             *> fecha antes da proxima rodada
             PERFORM CHECK-EARLY-FOR-DISCOUNT
             IF TAKE-EARLY-FOR-DISC
                ADD 1 TO WS-EARLY-COUNT
                PERFORM PROPOSE-ONE-INVOICE
             END-IF
          END-IF
       END-IF

       MOVE "N" TO WS-AP-OP-CODE
            WS-AP-RETURN-STATUS
    END-PERFORM

    PERFORM PROPOSE-EMPLOYEE-ITEMS

    DISPLAY " "
    DISPLAY "Faturas propostas..................: " WS-PROPOSED-COUNT
    DISPLAY "Faturas puladas (sem dados bancarios): " WS-SKIPPED-NO-BANK
            WS-SKIPPED-PEND-BANK
    DISPLAY "Faturas puladas (moeda estrangeira - baixa manual): "
            WS-SKIPPED-FX
    DISPLAY "Faturas retidas aguardando aprovacao: " WS-HELD-COUNT
    DISPLAY "Valor retido aguardando aprovacao (centavos): "
            WS-HELD-TOTAL
    DISPLAY "Valor total proposto (centavos)....: " WS-PROPOSED-TOTAL
    DISPLAY "Notas de credito abatidas (centavos): " WS-CREDIT-NETTED
    DISPLAY "Antecipadas p/ nao perder desconto.: " WS-EARLY-COUNT
    DISPLAY "Faturas com desconto na proposta...: " WS-DISC-COUNT
    DISPLAY "Economia com descontos (centavos)..: " WS-DISC-TOTAL
    DISPLAY "Itens de funcionarios propostos....: " WS-EMP-PROPOSED-COUNT
    DISPLAY "Valor a funcionarios (centavos)....: " WS-EMP-PROPOSED-TOTAL
    IF WS-PROPOSED-COUNT = 0 AND WS-EMP-PROPOSED-COUNT = 0
       DISPLAY "Nenhuma fatura a propor ate " WS-CUTOFF-DATE "."
    ELSE
       DISPLAY "Revise e aprove a proposta no AP-MENU (opcao 9);"
    .

PROPOSE-ONE-INVOICE.
    *> Alcada de aprovacao: fatura pendente (ou rejeitada) nao
    *> entra em proposta ate outro operador aprova-la no AP-MENU
    IF NOT AP-APPROVAL-OK OF WS-AP-RECORD
       ADD 1 TO WS-HELD-COUNT
       ADD AP-AMOUNT-CENTS OF WS-AP-RECORD TO WS-HELD-TOTAL
       DISPLAY "Fatura " AP-VENDOR-ID OF WS-AP-RECORD "/"
               AP-INVOICE-NO OF WS-AP-RECORD
               " retida aguardando aprovacao (venc "
               AP-DUE-DATE OF WS-AP-RECORD ")."
       EXIT PARAGRAPH
    END-IF

    *> Fatura em moeda estrangeira fica fora da proposta (mesma
    *> exclusao da regua de cobranca no AR): o valor em aberto e o
    *> BRL da data do registro, e a baixa do retorno nao recalcula
    SET PP-IS-PROPOSED OF WS-PP-RECORD TO TRUE
    MOVE WS-TODAY TO PP-PROPOSAL-DATE OF WS-PP-RECORD

    *> Janela de desconto ainda aberta: a proposta leva a economia
    MOVE 0 TO WS-DISC-AMOUNT
    MOVE 0 TO WS-DISC-DATE
    PERFORM COMPUTE-DISCOUNT-WINDOW
    IF DISC-WINDOW-OPEN
       COMPUTE WS-DISC-AMOUNT ROUNDED =
               (WS-NET-AMOUNT * VD-DISC-PCT OF WS-VD-RECORD) / 10000
    END-IF
    MOVE WS-DISC-AMOUNT TO PP-DISC-CENTS OF WS-PP-RECORD
    MOVE WS-DISC-DATE TO PP-DISC-DATE OF WS-PP-RECORD

    MOVE "C" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-IO" USING
         WS-PP-OP-CODE
    IF WS-PP-RETURN-STATUS = "00"
       ADD 1 TO WS-PROPOSED-COUNT
       ADD WS-NET-AMOUNT TO WS-PROPOSED-TOTAL
       IF WS-DISC-AMOUNT > 0
          ADD 1 TO WS-DISC-COUNT
          ADD WS-DISC-AMOUNT TO WS-DISC-TOTAL
          DISPLAY "Fatura " AP-VENDOR-ID OF WS-AP-RECORD "/"
                  AP-INVOICE-NO OF WS-AP-RECORD
                  " com desconto de " WS-DISC-AMOUNT
                  " se paga ate " WS-DISC-DATE "."
       END-IF
    ELSE
       DISPLAY "*** Falha ao propor fatura "
               AP-VENDOR-ID OF WS-AP-RECORD "/"
               AP-INVOICE-NO OF WS-AP-RECORD
               " - STATUS: " WS-PP-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

PROPOSE-EMPLOYEE-ITEMS.
    *> Relatorios de despesas aprovados com reembolso em aberto
    MOVE SPACE TO WS-ER-RECORD
    MOVE "L" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS

    PERFORM UNTIL WS-ER-RETURN-STATUS NOT = "00"
       IF ER-IS-APPROVED OF WS-ER-RECORD
          AND ER-NOT-IN-REMIT OF WS-ER-RECORD
          AND ER-OPEN-CENTS OF WS-ER-RECORD > 0
          AND ER-APPROVAL-DATE OF WS-ER-RECORD NOT > WS-CUTOFF-DATE
          MOVE "RDV" TO WS-EXP-DOC-KIND
          MOVE ER-REPORT-NO OF WS-ER-RECORD TO WS-EXP-DOC-NO
          MOVE ER-EMPLOYEE-ID OF WS-ER-RECORD TO WS-EXP-EMPLOYEE-ID
          MOVE ER-OPEN-CENTS OF WS-ER-RECORD TO WS-NET-AMOUNT
          MOVE ER-APPROVAL-DATE OF WS-ER-RECORD TO WS-EXP-DUE-DATE
          PERFORM PROPOSE-ONE-EMPLOYEE-DOC
       END-IF

       MOVE "N" TO WS-ER-OP-CODE
       CALL "EXP-REPORTS-IO" USING
            WS-ER-OP-CODE
            WS-ER-RECORD
            WS-ER-RETURN-STATUS
    END-PERFORM

    *> Adiantamentos de viagem concedidos e ainda nao pagos
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS

    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       IF EA-IS-TO-PAY OF WS-EA-RECORD
          AND EA-NOT-IN-REMIT OF WS-EA-RECORD
          AND EA-PAY-OPEN-CENTS OF WS-EA-RECORD > 0
          AND EA-DATE OF WS-EA-RECORD NOT > WS-CUTOFF-DATE
          MOVE "ADT" TO WS-EXP-DOC-KIND
          MOVE EA-ADVANCE-NO OF WS-EA-RECORD TO WS-EXP-DOC-NO
          MOVE EA-EMPLOYEE-ID OF WS-EA-RECORD TO WS-EXP-EMPLOYEE-ID
          MOVE EA-PAY-OPEN-CENTS OF WS-EA-RECORD TO WS-NET-AMOUNT
          MOVE EA-DATE OF WS-EA-RECORD TO WS-EXP-DUE-DATE
          PERFORM PROPOSE-ONE-EMPLOYEE-DOC
       END-IF

       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM
    .

PROPOSE-ONE-EMPLOYEE-DOC.
    *> Mesmas exigencias do fornecedor: banco cadastrado e sem
    *> alteracao bancaria aguardando segunda aprovacao
    PERFORM READ-EXP-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       OR EM-BANK-CODE OF WS-EM-RECORD = 0
       ADD 1 TO WS-SKIPPED-NO-BANK
       DISPLAY "Funcionario " WS-EXP-EMPLOYEE-ID " sem dados "
               "bancarios - " WS-EXP-DOC " fora da proposta."
       EXIT PARAGRAPH
    END-IF

    IF EM-BANK-CHANGE-PENDING OF WS-EM-RECORD
       ADD 1 TO WS-SKIPPED-PEND-BANK
       DISPLAY "Funcionario " WS-EXP-EMPLOYEE-ID
               " com dados bancarios pendentes de aprovacao - "
               WS-EXP-DOC " fora da proposta."
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-PP-RECORD
    MOVE WS-EXP-EMPLOYEE-ID TO PP-VENDOR-ID OF WS-PP-RECORD
    MOVE WS-EXP-DOC TO PP-INVOICE-NO OF WS-PP-RECORD
    MOVE EM-NAME OF WS-EM-RECORD (1:30)
      TO PP-VENDOR-NAME OF WS-PP-RECORD
    MOVE WS-EXP-DUE-DATE TO PP-DUE-DATE OF WS-PP-RECORD
    MOVE WS-NET-AMOUNT TO PP-AMOUNT-CENTS OF WS-PP-RECORD
    SET PP-IS-PROPOSED OF WS-PP-RECORD TO TRUE
    MOVE WS-TODAY TO PP-PROPOSAL-DATE OF WS-PP-RECORD
    MOVE 0 TO PP-DISC-CENTS OF WS-PP-RECORD
    MOVE 0 TO PP-DISC-DATE OF WS-PP-RECORD
    SET PP-PAYEE-EMPLOYEE OF WS-PP-RECORD TO TRUE

    MOVE "C" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-IO" USING
         WS-PP-OP-CODE
         WS-PP-RECORD
         WS-PP-RETURN-STATUS
    IF WS-PP-RETURN-STATUS = "00"
       ADD 1 TO WS-EMP-PROPOSED-COUNT
       ADD WS-NET-AMOUNT TO WS-EMP-PROPOSED-TOTAL
       ADD WS-NET-AMOUNT TO WS-PROPOSED-TOTAL
    ELSE
       DISPLAY "*** Falha ao propor " WS-EXP-DOC
               " do funcionario " WS-EXP-EMPLOYEE-ID
               " - STATUS: " WS-PP-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

READ-EXP-EMPLOYEE.
    MOVE SPACE TO WS-EM-RECORD
    MOVE WS-EXP-EMPLOYEE-ID TO EM-EMPLOYEE-ID OF WS-EM-RECORD
    MOVE "R" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS
    .

LOAD-DISC-INC-ACCT.
    MOVE 0 TO WS-DISC-INC-ACCT
    MOVE SPACE TO WS-SP-RECORD
    MOVE "AP-DISC-INC-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-DISC-INC-ACCT
    END-IF
    .

CHECK-EARLY-FOR-DISCOUNT.
    *> Fatura ainda nao vencida entra na proposta quando a janela
    *> de desconto esta aberta hoje e fecha ANTES da proxima
    *> rodada (esperar por ela perderia o desconto)
    MOVE "N" TO WS-EARLY-SW
    IF WS-NEXT-RUN-DATE = 0 OR WS-DISC-INC-ACCT = 0
       OR AP-ORIG-CCY OF WS-AP-RECORD NOT = SPACES
       OR NOT AP-APPROVAL-OK OF WS-AP-RECORD
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-VD-RECORD
    MOVE AP-VENDOR-ID OF WS-AP-RECORD TO VD-VENDOR-ID OF WS-VD-RECORD
    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       EXIT PARAGRAPH
    END-IF

    PERFORM COMPUTE-DISCOUNT-WINDOW
    IF DISC-WINDOW-OPEN
       AND WS-DISC-DATE < WS-NEXT-RUN-DATE
       MOVE "Y" TO WS-EARLY-SW
    END-IF
    .

COMPUTE-DISCOUNT-WINDOW.
    *> Com WS-VD-RECORD e WS-AP-RECORD carregados: janela =
    *> emissao + VD-DISC-DAYS, recuada para o dia util anterior
    *> quando cai em fim de semana/feriado; aberta se hoje ainda
    *> esta dentro dela
    MOVE "N" TO WS-DISC-WINDOW-SW
    MOVE 0 TO WS-DISC-DATE
    IF WS-DISC-INC-ACCT = 0
       OR VD-DISC-PCT OF WS-VD-RECORD NOT NUMERIC
       OR VD-DISC-DAYS OF WS-VD-RECORD NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    IF VD-DISC-PCT OF WS-VD-RECORD = 0
       OR VD-DISC-DAYS OF WS-VD-RECORD = 0
       EXIT PARAGRAPH
    END-IF

    MOVE AP-ISSUE-DATE OF WS-AP-RECORD TO WS-BD-DATE
    MOVE VD-DISC-DAYS OF WS-VD-RECORD TO WS-BD-DAYS
    MOVE "A" TO WS-BD-OP-CODE
    MOVE SPACE TO WS-BD-ROLL-RULE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS
    MOVE 0 TO WS-BD-DAYS
    MOVE "T" TO WS-BD-OP-CODE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS
    IF WS-BD-BIZ-FLAG NOT = "Y"
       MOVE "R" TO WS-BD-OP-CODE
       MOVE "P" TO WS-BD-ROLL-RULE
       CALL "BIZ-DAY" USING
            WS-BD-OP-CODE
            WS-BD-DATE
            WS-BD-DAYS
            WS-BD-ROLL-RULE
            WS-BD-BIZ-FLAG
            WS-BD-RETURN-STATUS
    END-IF
    MOVE WS-BD-DATE TO WS-DISC-DATE

    IF WS-DISC-DATE NOT < WS-TODAY
       MOVE "Y" TO WS-DISC-WINDOW-SW
    END-IF
    .

            WS-BD-RETURN-STATUS
       DISPLAY "*** Data de pagamento " WS-PAYMENT-DATE
               " nao e dia util - use " WS-BD-DATE " e reexecute. ***"
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT REMIT-FILE
    IF FS-REMIT NOT = FS-OK
       DISPLAY "Erro ao abrir arquivo de remessa. STATUS: " FS-REMIT
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    PERFORM MARK-REMITTED-PROPOSALS

    DISPLAY " "
    DISPLAY "Itens na remessa...................: " WS-SELECTED-COUNT
    DISPLAY "  dos quais a funcionarios.........: " WS-EMP-SELECTED-COUNT
    DISPLAY "Itens aprovados pulados (fatura ja baixada/remetida): "
            WS-SKIPPED-NOT-OPEN
    DISPLAY "Valor total da remessa (centavos)..: " WS-TOTAL-AMOUNT
    DISPLAY "Descontos embutidos (centavos).....: " WS-DISC-TOTAL
    IF WS-DISC-LOST-COUNT > 0
       DISPLAY "Itens pagos fora da janela de desconto: "
               WS-DISC-LOST-COUNT
    END-IF

    IF WS-SELECTED-COUNT = 0
       DISPLAY "Nenhum item APROVADO na proposta - remessa vazia."
    IF WS-SELECTED-COUNT >= 500
       DISPLAY "*** Mais de 500 itens aprovados - rode a remessa "
               "de novo apos processar o retorno desta. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
       PERFORM REMIT-ONE-EMPLOYEE-ITEM
       EXIT PARAGRAPH
    END-IF

    IF WS-AP-RETURN-STATUS NOT = "00"
       OR NOT AP-IS-OPEN OF WS-AP-RECORD
       OR NOT AP-NOT-IN-REMIT OF WS-AP-RECORD
       OR NOT AP-APPROVAL-OK OF WS-AP-RECORD
       ADD 1 TO WS-SKIPPED-NOT-OPEN
       DISPLAY "Item " PP-VENDOR-ID OF WS-PP-RECORD "/"
               PP-INVOICE-NO OF WS-PP-RECORD
      INTO CSA-SEU-NUMERO

    *> O valor remetido e o valor APROVADO da proposta (saldo em
    *> aberto ja liquido das notas de credito abatidas), menos o
    *> desconto quando o pagamento cai dentro da janela
    MOVE 0 TO WS-DISC-AMOUNT
    IF PP-DISC-CENTS OF WS-PP-RECORD IS NUMERIC
       AND PP-DISC-CENTS OF WS-PP-RECORD > 0
       AND PP-DISC-CENTS OF WS-PP-RECORD
           < PP-AMOUNT-CENTS OF WS-PP-RECORD
       IF WS-PAYMENT-DATE NOT > PP-DISC-DATE OF WS-PP-RECORD
          MOVE PP-DISC-CENTS OF WS-PP-RECORD TO WS-DISC-AMOUNT
       ELSE
          ADD 1 TO WS-DISC-LOST-COUNT
          DISPLAY "Item " PP-VENDOR-ID OF WS-PP-RECORD "/"
                  PP-INVOICE-NO OF WS-PP-RECORD
                  " pago depois da janela de desconto ("
                  PP-DISC-DATE OF WS-PP-RECORD ") - valor cheio."
       END-IF
    END-IF
    COMPUTE WS-REMIT-AMOUNT =
            PP-AMOUNT-CENTS OF WS-PP-RECORD - WS-DISC-AMOUNT
    MOVE WS-PAYMENT-DATE TO CSA-PAY-DATE
    MOVE WS-REMIT-AMOUNT TO CSA-AMOUNT

    MOVE WS-CNAB-SEG-A TO REMIT-LINE
    WRITE REMIT-LINE

    ADD 1 TO WS-LOT-RECORD-COUNT
    ADD 1 TO WS-SELECTED-COUNT
    ADD WS-REMIT-AMOUNT TO WS-TOTAL-AMOUNT
    ADD WS-DISC-AMOUNT TO WS-DISC-TOTAL

    *> Guarda a chave para a fase de marcacao
    MOVE AP-VENDOR-ID OF WS-AP-RECORD
      TO WS-SEL-VENDOR-ID (WS-SELECTED-COUNT)
    MOVE AP-INVOICE-NO OF WS-AP-RECORD
      TO WS-SEL-INVOICE-NO (WS-SELECTED-COUNT)
    MOVE WS-DISC-AMOUNT TO WS-SEL-DISC-CENTS (WS-SELECTED-COUNT)
    MOVE SPACE TO WS-SEL-PAYEE-TYPE (WS-SELECTED-COUNT)
    .

REMIT-ONE-EMPLOYEE-ITEM.
    *> O documento precisa continuar a pagar e fora de remessa -
    *> uma devolucao ou pagamento manual entre a proposta e a
    *> remessa tira o item
    MOVE PP-INVOICE-NO OF WS-PP-RECORD TO WS-EXP-DOC
    MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-EXP-EMPLOYEE-ID
    MOVE "N" TO WS-EXP-DOC-OK-SW
    EVALUATE TRUE
       WHEN EXP-DOC-REPORT
          MOVE SPACE TO WS-ER-RECORD
          MOVE WS-EXP-DOC-NO TO ER-REPORT-NO OF WS-ER-RECORD
          MOVE "R" TO WS-ER-OP-CODE
          CALL "EXP-REPORTS-IO" USING
               WS-ER-OP-CODE
               WS-ER-RECORD
               WS-ER-RETURN-STATUS
          IF WS-ER-RETURN-STATUS = "00"
             AND ER-IS-APPROVED OF WS-ER-RECORD
             AND ER-NOT-IN-REMIT OF WS-ER-RECORD
             AND ER-OPEN-CENTS OF WS-ER-RECORD > 0
             MOVE "Y" TO WS-EXP-DOC-OK-SW
          END-IF
       WHEN EXP-DOC-ADVANCE
          MOVE SPACE TO WS-EA-RECORD
          MOVE WS-EXP-DOC-NO TO EA-ADVANCE-NO OF WS-EA-RECORD
          MOVE "R" TO WS-EA-OP-CODE
          CALL "EMP-ADVANCES-IO" USING
               WS-EA-OP-CODE
               WS-EA-RECORD
               WS-EA-RETURN-STATUS
          IF WS-EA-RETURN-STATUS = "00"
             AND EA-IS-TO-PAY OF WS-EA-RECORD
             AND EA-NOT-IN-REMIT OF WS-EA-RECORD
             AND EA-PAY-OPEN-CENTS OF WS-EA-RECORD > 0
             MOVE "Y" TO WS-EXP-DOC-OK-SW
          END-IF
    END-EVALUATE
    IF NOT EXP-DOC-OK
       ADD 1 TO WS-SKIPPED-NOT-OPEN
       DISPLAY "Item " PP-VENDOR-ID OF WS-PP-RECORD "/"
               PP-INVOICE-NO OF WS-PP-RECORD
               " fora da remessa (documento ja pago ou remetido)."
       EXIT PARAGRAPH
    END-IF

    *> Dados bancarios do funcionario (reconferidos na geracao)
    PERFORM READ-EXP-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       OR EM-BANK-CODE OF WS-EM-RECORD = 0
       OR EM-BANK-CHANGE-PENDING OF WS-EM-RECORD
       ADD 1 TO WS-SKIPPED-NOT-OPEN
       DISPLAY "Item " PP-VENDOR-ID OF WS-PP-RECORD "/"
               PP-INVOICE-NO OF WS-PP-RECORD
               " fora da remessa (dados bancarios indisponiveis"
               " ou pendentes)."
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-DETAIL-SEQ

    MOVE WS-OUR-BANK-CODE TO CSA-BANK-CODE
    MOVE WS-DETAIL-SEQ    TO CSA-SEQ
    MOVE EM-BANK-CODE OF WS-EM-RECORD    TO CSA-FAV-BANK
    MOVE EM-BANK-BRANCH OF WS-EM-RECORD  TO CSA-FAV-BRANCH
    MOVE EM-BANK-ACCOUNT OF WS-EM-RECORD TO CSA-FAV-ACCOUNT
    MOVE EM-BANK-DV OF WS-EM-RECORD      TO CSA-FAV-DV
    MOVE EM-NAME OF WS-EM-RECORD (1:30)  TO CSA-FAV-NAME

    *> "Seu numero": funcionario (6) + documento (12) + "EX"
    MOVE SPACES TO CSA-SEU-NUMERO
    STRING WS-EXP-EMPLOYEE-ID DELIMITED BY SIZE
           WS-EXP-DOC         DELIMITED BY SIZE
           "EX"               DELIMITED BY SIZE
      INTO CSA-SEU-NUMERO

    MOVE PP-AMOUNT-CENTS OF WS-PP-RECORD TO WS-REMIT-AMOUNT
    MOVE WS-PAYMENT-DATE TO CSA-PAY-DATE
    MOVE WS-REMIT-AMOUNT TO CSA-AMOUNT

    MOVE WS-CNAB-SEG-A TO REMIT-LINE
    WRITE REMIT-LINE

    ADD 1 TO WS-LOT-RECORD-COUNT
    ADD 1 TO WS-SELECTED-COUNT
    ADD 1 TO WS-EMP-SELECTED-COUNT
    ADD WS-REMIT-AMOUNT TO WS-TOTAL-AMOUNT

    MOVE WS-EXP-EMPLOYEE-ID TO WS-SEL-VENDOR-ID (WS-SELECTED-COUNT)
    MOVE WS-EXP-DOC TO WS-SEL-INVOICE-NO (WS-SELECTED-COUNT)
    MOVE 0 TO WS-SEL-DISC-CENTS (WS-SELECTED-COUNT)
    MOVE "E" TO WS-SEL-PAYEE-TYPE (WS-SELECTED-COUNT)
    .

MARK-SELECTED-INVOICES.
    PERFORM VARYING WS-SEL-I FROM 1 BY 1
            UNTIL WS-SEL-I > WS-SELECTED-COUNT
       IF WS-SEL-PAYEE-TYPE (WS-SEL-I) = "E"
          PERFORM MARK-ONE-EMPLOYEE-DOC
       ELSE
          MOVE SPACE TO WS-UPD-AP-RECORD
          MOVE WS-SEL-VENDOR-ID (WS-SEL-I)
            TO AP-VENDOR-ID OF WS-UPD-AP-RECORD
          MOVE WS-SEL-INVOICE-NO (WS-SEL-I)
            TO AP-INVOICE-NO OF WS-UPD-AP-RECORD

          MOVE "R" TO WS-UPD-AP-OP-CODE
          CALL "AP-INVOICES-IO" USING
               WS-UPD-AP-OP-CODE
               WS-UPD-AP-RECORD
               WS-UPD-AP-RETURN-STATUS

          IF WS-UPD-AP-RETURN-STATUS = "00"
             SET AP-IN-REMIT OF WS-UPD-AP-RECORD TO TRUE
             MOVE WS-SEL-DISC-CENTS (WS-SEL-I)
               TO AP-DISC-CENTS OF WS-UPD-AP-RECORD
             MOVE "U" TO WS-UPD-AP-OP-CODE
             CALL "AP-INVOICES-IO" USING
                  WS-UPD-AP-OP-CODE
                  WS-UPD-AP-RECORD
                  WS-UPD-AP-RETURN-STATUS
          END-IF

          IF WS-UPD-AP-RETURN-STATUS NOT = "00"
             DISPLAY "*** Falha ao marcar fatura "
                     WS-SEL-VENDOR-ID (WS-SEL-I) "/"
                     WS-SEL-INVOICE-NO (WS-SEL-I)
                     " como remetida - STATUS: " WS-UPD-AP-RETURN-STATUS
             MOVE 8 TO WS-FINAL-RC
          END-IF
       END-IF
    END-PERFORM
    .

MARK-ONE-EMPLOYEE-DOC.
    MOVE WS-SEL-INVOICE-NO (WS-SEL-I) TO WS-EXP-DOC
    EVALUATE TRUE
       WHEN EXP-DOC-REPORT
          MOVE SPACE TO WS-ER-RECORD
          MOVE WS-EXP-DOC-NO TO ER-REPORT-NO OF WS-ER-RECORD
          MOVE "R" TO WS-ER-OP-CODE
          CALL "EXP-REPORTS-IO" USING
               WS-ER-OP-CODE
               WS-ER-RECORD
               WS-ER-RETURN-STATUS
          IF WS-ER-RETURN-STATUS = "00"
             SET ER-IN-REMIT OF WS-ER-RECORD TO TRUE
             MOVE "U" TO WS-ER-OP-CODE
             CALL "EXP-REPORTS-IO" USING
                  WS-ER-OP-CODE
                  WS-ER-RECORD
                  WS-ER-RETURN-STATUS
          END-IF
          MOVE WS-ER-RETURN-STATUS TO WS-UPD-AP-RETURN-STATUS
       WHEN OTHER
          MOVE SPACE TO WS-EA-RECORD
          MOVE WS-EXP-DOC-NO TO EA-ADVANCE-NO OF WS-EA-RECORD
          MOVE "R" TO WS-EA-OP-CODE
          CALL "EMP-ADVANCES-IO" USING
               WS-EA-OP-CODE
               WS-EA-RECORD
               WS-EA-RETURN-STATUS
          IF WS-EA-RETURN-STATUS = "00"
             SET EA-IN-REMIT OF WS-EA-RECORD TO TRUE
             MOVE "U" TO WS-EA-OP-CODE
             CALL "EMP-ADVANCES-IO" USING
                  WS-EA-OP-CODE
                  WS-EA-RECORD
                  WS-EA-RETURN-STATUS
          END-IF
          MOVE WS-EA-RETURN-STATUS TO WS-UPD-AP-RETURN-STATUS
    END-EVALUATE

    IF WS-UPD-AP-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao marcar documento "
               WS-SEL-VENDOR-ID (WS-SEL-I) "/"
               WS-SEL-INVOICE-NO (WS-SEL-I)
               " como remetido - STATUS: " WS-UPD-AP-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

MARK-REMITTED-PROPOSALS.
    *> O item aprovado que entrou na remessa vira 'R' - reexecutar
    *> a funcao G sem nova proposta gera remessa vazia, nunca
                  WS-SEL-VENDOR-ID (WS-SEL-I) "/"
                  WS-SEL-INVOICE-NO (WS-SEL-I)
                  " como remetido - STATUS: " WS-PP-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .
