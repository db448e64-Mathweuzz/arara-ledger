>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: exp-menu.cob
*> Objetivo:
*>   - Submenu de despesas de funcionarios, chamado a partir do
*>     MENU principal: cadastro de funcionarios (EMPLOYEES-IO,
*>     com CPF validado no CNPJ-CHECK 'F', centro de custo
*>     padrao, gestor aprovador e dados bancarios - alteracao
*>     bancaria em dois pares de maos, como no VENDORS), para que
*>     funcionario nao seja mais cadastrado como fornecedor.
*>   - Adiantamento de viagem (EMP-ADVANCES-IO): lanca
*>     D adiantamentos (EMP-ADV-ACCT) / C reembolsos a pagar
*>     (EMP-PAY-ACCT) e fica a pagar ate o AP-PAYMENT-RUN
*>     propor e remeter, e o AP-RETURN-PROC baixar o pagamento.
*>     Devolucao em dinheiro do saldo nao usado: D caixa/banco
*>     informado / C adiantamentos.
*>   - Relatorio de despesas (EXP-REPORTS-IO): linhas por tipo
*>     de despesa (conta do parametro EXP-ACCT-<tipo> do
*>     SYS-PARAMS), centro de custo (padrao do funcionario) e
*>     projeto. Nasce pendente; so o gestor do funcionario
*>     (EM-MANAGER-ID) aprova ou rejeita, e nunca quem digitou
*>     (recusa "89", a mesma segregacao do JOURNAL-IO). Na
*>     aprovacao os adiantamentos pagos em aberto do funcionario
*>     sao abatidos do mais antigo em diante e o lancamento sai
*>     D despesas (com CC e projeto por linha) / C adiantamentos
*>     (abatido) / C reembolsos a pagar (liquido). O liquido
*>     entra na proposta do AP-PAYMENT-RUN; relatorio todo
*>     coberto por adiantamento ja nasce liquidado.
*>   - Lancamentos com origem RDV, periodo fechado recusado e
*>     contas conferidas no plano de contas, como nos demais
*>     submenus. Extrato por funcionario dos adiantamentos e
*>     relatorios; a idade dos adiantamentos em aberto e do
*>     EMP-ADV-RPT.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. EXP-MENU.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-MENU-OPTION       PIC X.
01 WS-PAUSE             PIC X(80).
01 WS-ANSWER            PIC X(1).

01 WS-IL-OP-CODE        PIC X.
01 WS-IL-STATE          PIC X.
   88 BATCH-IS-RUNNING         VALUE "Y".
01 WS-IL-RETURN-STATUS  PIC XX.

01 WS-EM-OP-CODE        PIC X.
COPY "employees.cpy" REPLACING ==EM-RECORD== BY ==WS-EM-RECORD==.
01 WS-EM-RETURN-STATUS  PIC XX.
01 WS-EM-LIST-COUNT     PIC 9(6).

01 WS-ER-OP-CODE        PIC X.
COPY "exp-reports.cpy" REPLACING ==ER-RECORD== BY ==WS-ER-RECORD==.
01 WS-ER-RETURN-STATUS  PIC XX.
01 WS-ER-LIST-COUNT     PIC 9(6).

01 WS-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==WS-EA-RECORD==.
01 WS-EA-RETURN-STATUS  PIC XX.
01 WS-EA-LIST-COUNT     PIC 9(6).

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
01 WS-AC-PARENT-ID      PIC 9(10).
01 WS-AC-ACCOUNT-NAME   PIC X(40).
01 WS-AC-ACCOUNT-TYPE   PIC X(1).
01 WS-AC-CURRENCY       PIC X(3).
01 WS-AC-OPENED-DATE    PIC 9(8).
01 WS-AC-STATUS         PIC X(1).
01 WS-AC-UPDATE-SEQ     PIC 9(9).
01 WS-AC-RETURN-STATUS  PIC XX.
01 WS-ENTRY-OK-SWITCH   PIC X VALUE "N".
   88 ENTRY-ACCOUNT-OK        VALUE "Y".

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.
01 WS-PC-PERIOD         PIC 9(6).

01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> Contas do SYS-PARAMS (adiantamentos, reembolsos a pagar e
*> conta de cada tipo de despesa)
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-ADV-ACCT          PIC 9(10) VALUE 0.
01 WS-PAY-ACCT          PIC 9(10) VALUE 0.
01 WS-TYPE-ACCT         PIC 9(10) VALUE 0.

*> Centro de custo e projeto das linhas
01 WS-CC-OP-CODE        PIC X.
COPY "cost-centers.cpy" REPLACING ==CC-RECORD== BY ==WS-CC-RECORD==.
01 WS-CC-RETURN-STATUS  PIC XX.
01 WS-PJ-OP-CODE        PIC X.
COPY "projects.cpy" REPLACING ==PJ-RECORD== BY ==WS-PJ-RECORD==.
01 WS-PJ-RETURN-STATUS  PIC XX.

*> CPF pelo digito verificador (CNPJ-CHECK 'F')
01 WS-CNPJ-OP-CODE      PIC X.
01 WS-CNPJ-VALUE        PIC X(14).
01 WS-CNPJ-RETURN-STATUS PIC XX.

01 WS-ENTRY-DATE        PIC 9(8).
01 WS-AMOUNT            PIC 9(15).
01 WS-CASH-ACCT         PIC 9(10).
01 WS-EMPLOYEE-ID       PIC 9(6).
01 WS-NEXT-NO           PIC 9(8).

*> Digitacao das linhas do relatorio
01 WS-LN-I              PIC 9(2).
01 WS-LN-TYPE           PIC X(4).
01 WS-LN-OK-SWITCH      PIC X.
   88 REPORT-LINE-OK          VALUE "Y".
01 WS-LN-END-SWITCH     PIC X.
   88 REPORT-LINES-DONE       VALUE "Y".

*> Adiantamentos em aberto do funcionario, carregados antes de
*> atualizar - o EMP-ADVANCES-IO nao regrava no meio da propria
*> varredura
01 WS-ADV-TABLE.
   05 WS-ADV-ENTRY OCCURS 50 TIMES.
      10 WS-ADV-NO         PIC 9(8).
      10 WS-ADV-OPEN       PIC 9(15).
      10 WS-ADV-APPLY      PIC 9(15).
01 WS-ADV-N             PIC 9(3).
01 WS-ADV-I             PIC 9(3).
01 WS-ADV-AVAIL         PIC 9(15).
01 WS-APPLIED           PIC 9(15).
01 WS-REMAINING         PIC 9(15).
01 WS-JL-N              PIC 9(3).

LINKAGE SECTION.
01 L-OPERATOR-ID    PIC X(8).

PROCEDURE DIVISION USING L-OPERATOR-ID.
MAIN-PARA.
    MOVE SPACE TO WS-MENU-OPTION

    PERFORM UNTIL WS-MENU-OPTION = "0"
       PERFORM SHOW-EXP-MENU
       EVALUATE WS-MENU-OPTION
          WHEN "1"
             PERFORM OPTION-EMPLOYEE-CREATE
          WHEN "2"
             PERFORM OPTION-EMPLOYEE-LIST
          WHEN "3"
             PERFORM OPTION-EMPLOYEE-BANK-CHANGE
          WHEN "4"
             PERFORM OPTION-EMPLOYEE-BANK-APPROVE
          WHEN "5"
             PERFORM OPTION-ADVANCE-CREATE
          WHEN "6"
             PERFORM OPTION-REPORT-ENTER
          WHEN "7"
             PERFORM OPTION-REPORT-DECIDE
          WHEN "8"
             PERFORM OPTION-ADVANCE-RETURN
          WHEN "9"
             PERFORM OPTION-EMPLOYEE-STATEMENT
          WHEN "0"
             CONTINUE
          WHEN OTHER
             DISPLAY "Opcao invalida. Pressione ENTER para continuar."
             ACCEPT WS-PAUSE
       END-EVALUATE
    END-PERFORM

    GOBACK
    .

SHOW-EXP-MENU.
    DISPLAY " "
    DISPLAY "======================================="
    DISPLAY " AraraLedger - Despesas de funcionarios"
    DISPLAY "======================================="
    DISPLAY " 1 - Cadastrar funcionario"
    DISPLAY " 2 - Listar funcionarios"
    DISPLAY " 3 - Alterar dados bancarios de funcionario"
    DISPLAY " 4 - Aprovar alteracao bancaria de funcionario"
    DISPLAY " 5 - Registrar adiantamento de viagem"
    DISPLAY " 6 - Digitar relatorio de despesas"
    DISPLAY " 7 - Aprovar/rejeitar relatorio de despesas (gestor)"
    DISPLAY " 8 - Registrar devolucao de adiantamento"
    DISPLAY " 9 - Extrato do funcionario"
    DISPLAY " 0 - Voltar ao menu principal"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
    ACCEPT WS-MENU-OPTION
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

VALIDATE-ENTRY-ACCOUNT-ID.
    *> O chamador move o ID a validar para WS-AC-ACCOUNT-ID; aqui
    *> consulta ACCOUNTS-IO e exige conta cadastrada e ativa.
    MOVE "N" TO WS-ENTRY-OK-SWITCH
    MOVE "R" TO WS-AC-OP-CODE
    MOVE SPACE TO WS-AC-RETURN-STATUS

    CALL "ACCOUNTS-IO" USING
         WS-AC-OP-CODE
         WS-AC-ACCOUNT-ID
         WS-AC-PARENT-ID
         WS-AC-ACCOUNT-NAME
         WS-AC-ACCOUNT-TYPE
         WS-AC-CURRENCY
         WS-AC-OPENED-DATE
         WS-AC-STATUS
         WS-AC-UPDATE-SEQ
         WS-AC-RETURN-STATUS

    IF WS-AC-RETURN-STATUS NOT = "00"
       DISPLAY "Conta " WS-AC-ACCOUNT-ID " inexistente no plano de contas."
       EXIT PARAGRAPH
    END-IF

    IF WS-AC-STATUS = "I"
       DISPLAY "Conta " WS-AC-ACCOUNT-ID " esta inativa."
       EXIT PARAGRAPH
    END-IF

    SET ENTRY-ACCOUNT-OK TO TRUE
    .

CHECK-PERIOD-OPEN.
    *> Devolve "92" em WS-PC-RETURN-STATUS quando o periodo
    *> WS-PC-PERIOD ja esta fechado (ou em pre-fechamento).
    MOVE WS-PC-PERIOD TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    MOVE SPACE TO WS-PC-RETURN-STATUS

    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS

    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OF WS-PC-RECORD
            OR PERIOD-IS-SOFTCLOSED OF WS-PC-RECORD)
       DISPLAY "Periodo " WS-PC-PERIOD " fechado (ou em pre-"
               "fechamento) para lancamentos."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       MOVE FS-PERIOD-CLOSED TO WS-PC-RETURN-STATUS
    ELSE
       MOVE SPACES TO WS-PC-RETURN-STATUS
    END-IF
    .

LOAD-EXP-ACCOUNTS.
    *> Conta de adiantamentos (ativo) e de reembolsos a pagar
    *> (passivo); qualquer uma ausente zera as duas e o chamador
    *> recusa a operacao
    MOVE 0 TO WS-ADV-ACCT WS-PAY-ACCT
    MOVE SPACE TO WS-SP-RECORD
    MOVE "EMP-ADV-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-ADV-ACCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "EMP-PAY-ACCT" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PAY-ACCT
    END-IF

    IF WS-ADV-ACCT = 0 OR WS-PAY-ACCT = 0
       DISPLAY "Parametros EMP-ADV-ACCT e EMP-PAY-ACCT precisam"
       DISPLAY "estar cadastrados no SYS-PARAMS."
       MOVE 0 TO WS-ADV-ACCT WS-PAY-ACCT
    END-IF
    .

READ-EMPLOYEE.
    *> Le o funcionario WS-EMPLOYEE-ID em WS-EM-RECORD
    MOVE SPACE TO WS-EM-RECORD
    MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID OF WS-EM-RECORD
    MOVE "R" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS
    .

*> ============================================================
*>   FUNCIONARIOS - Cadastro, lista e dados bancarios
*> ============================================================
OPTION-EMPLOYEE-CREATE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EM-RECORD
    MOVE 0 TO EM-EMPLOYEE-ID OF WS-EM-RECORD
    MOVE 0 TO EM-BANK-CODE OF WS-EM-RECORD
    MOVE 0 TO EM-BANK-BRANCH OF WS-EM-RECORD
    MOVE 0 TO EM-BANK-ACCOUNT OF WS-EM-RECORD
    MOVE 0 TO EM-PEND-BANK-CODE OF WS-EM-RECORD
    MOVE 0 TO EM-PEND-BANK-BRANCH OF WS-EM-RECORD
    MOVE 0 TO EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de funcionario ==="
    DISPLAY "ID do funcionario (6 digitos)....: " WITH NO ADVANCING
    ACCEPT EM-EMPLOYEE-ID OF WS-EM-RECORD

    DISPLAY "Nome (ate 40 chars)..............: " WITH NO ADVANCING
    ACCEPT EM-NAME OF WS-EM-RECORD

    DISPLAY "CPF (11 digitos, so numeros).....: " WITH NO ADVANCING
    ACCEPT EM-CPF OF WS-EM-RECORD
    MOVE SPACES TO WS-CNPJ-VALUE
    MOVE EM-CPF OF WS-EM-RECORD TO WS-CNPJ-VALUE (1:11)
    MOVE "F" TO WS-CNPJ-OP-CODE
    CALL "CNPJ-CHECK" USING
         WS-CNPJ-OP-CODE
         WS-CNPJ-VALUE
         WS-CNPJ-RETURN-STATUS
    IF WS-CNPJ-RETURN-STATUS NOT = "00"
       DISPLAY "CPF invalido (digito verificador nao confere)."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Centro de custo padrao...........: " WITH NO ADVANCING
    ACCEPT EM-COST-CENTER OF WS-EM-RECORD
    IF EM-COST-CENTER OF WS-EM-RECORD NOT = SPACES
       MOVE EM-COST-CENTER OF WS-EM-RECORD TO CC-CODE OF WS-CC-RECORD
       PERFORM CHECK-COST-CENTER
       IF WS-CC-RETURN-STATUS NOT = "00"
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    DISPLAY "Gestor aprovador (operador)......: " WITH NO ADVANCING
    ACCEPT EM-MANAGER-ID OF WS-EM-RECORD

    DISPLAY "Banco (3 digitos, 0 = nao tem)...: " WITH NO ADVANCING
    ACCEPT EM-BANK-CODE OF WS-EM-RECORD

    DISPLAY "Agencia (5 digitos)..............: " WITH NO ADVANCING
    ACCEPT EM-BANK-BRANCH OF WS-EM-RECORD

    DISPLAY "Conta corrente (12 digitos)......: " WITH NO ADVANCING
    ACCEPT EM-BANK-ACCOUNT OF WS-EM-RECORD

    DISPLAY "DV da conta......................: " WITH NO ADVANCING
    ACCEPT EM-BANK-DV OF WS-EM-RECORD

    SET EM-IS-ACTIVE OF WS-EM-RECORD TO TRUE

    MOVE "C" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS

    DISPLAY "Resultado inclusao - STATUS: " WS-EM-RETURN-STATUS
    DISPLAY "(00 = OK, 22 = funcionario ja cadastrado)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

CHECK-COST-CENTER.
    *> O chamador move o codigo para CC-CODE OF WS-CC-RECORD;
    *> devolve "00" so para centro de custo cadastrado e ativo
    MOVE "R" TO WS-CC-OP-CODE
    CALL "COST-CENTERS-IO" USING
         WS-CC-OP-CODE
         WS-CC-RECORD
         WS-CC-RETURN-STATUS
    IF WS-CC-RETURN-STATUS NOT = "00"
       OR NOT CC-IS-ACTIVE OF WS-CC-RECORD
       DISPLAY "Centro de custo " CC-CODE OF WS-CC-RECORD
               " inexistente ou inativo."
       MOVE FS-COST-CENTER-INVALID TO WS-CC-RETURN-STATUS
    END-IF
    .

OPTION-EMPLOYEE-LIST.
    MOVE SPACE TO WS-EM-RECORD
    MOVE 0     TO WS-EM-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Lista de funcionarios ==="

    MOVE "L" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS

    PERFORM UNTIL WS-EM-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-EM-LIST-COUNT
       DISPLAY "  " EM-EMPLOYEE-ID OF WS-EM-RECORD
               " " EM-NAME OF WS-EM-RECORD
               " CPF " EM-CPF OF WS-EM-RECORD
               " CC " EM-COST-CENTER OF WS-EM-RECORD
               " gestor " EM-MANAGER-ID OF WS-EM-RECORD
               " [" EM-STATUS OF WS-EM-RECORD "]"
       IF EM-BANK-CHANGE-PENDING OF WS-EM-RECORD
          DISPLAY "         (alteracao bancaria pendente de aprovacao)"
       END-IF

       MOVE "N" TO WS-EM-OP-CODE
       CALL "EMPLOYEES-IO" USING
            WS-EM-OP-CODE
            WS-EM-RECORD
            WS-EM-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de funcionarios: " WS-EM-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-EMPLOYEE-BANK-CHANGE.
    *> A alteracao NAO vale na hora: fica pendente no proprio
    *> registro (EM-PEND-*) ate outro operador aprovar na opcao
    *> 4 - e o AP-PAYMENT-RUN pula o funcionario enquanto isso.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Alteracao de dados bancarios de funcionario ==="
    DISPLAY "ID do funcionario (6 digitos)....: " WITH NO ADVANCING
    ACCEPT WS-EMPLOYEE-ID
    PERFORM READ-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       DISPLAY "Funcionario nao encontrado. STATUS: " WS-EM-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF EM-BANK-CHANGE-PENDING OF WS-EM-RECORD
       DISPLAY "Ja existe alteracao pendente (digitada por "
               EM-BANK-CHANGED-BY OF WS-EM-RECORD ") - aprove ou"
       DISPLAY "substitua os dados pendentes."
    END-IF

    DISPLAY "Dados atuais: banco " EM-BANK-CODE OF WS-EM-RECORD
            " ag " EM-BANK-BRANCH OF WS-EM-RECORD
            " conta " EM-BANK-ACCOUNT OF WS-EM-RECORD
            "-" EM-BANK-DV OF WS-EM-RECORD

    DISPLAY "Novo banco (3 digitos)...........: " WITH NO ADVANCING
    ACCEPT EM-PEND-BANK-CODE OF WS-EM-RECORD
    DISPLAY "Nova agencia (5 digitos).........: " WITH NO ADVANCING
    ACCEPT EM-PEND-BANK-BRANCH OF WS-EM-RECORD
    DISPLAY "Nova conta corrente (12 digitos).: " WITH NO ADVANCING
    ACCEPT EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD
    DISPLAY "Novo DV da conta.................: " WITH NO ADVANCING
    ACCEPT EM-PEND-BANK-DV OF WS-EM-RECORD

    MOVE "P" TO EM-BANK-PEND-FLAG OF WS-EM-RECORD
    MOVE L-OPERATOR-ID TO EM-BANK-CHANGED-BY OF WS-EM-RECORD

    MOVE "U" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS

    DISPLAY "Alteracao registrada como PENDENTE - STATUS: "
            WS-EM-RETURN-STATUS
    DISPLAY "Outro operador precisa aprovar (opcao 4); ate la o"
    DISPLAY "funcionario fica FORA das remessas de pagamento."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-EMPLOYEE-BANK-APPROVE.
    *> Segunda aprovacao: quem digitou a alteracao nao pode
    *> aprova-la (recusa "89", a mesma segregacao do JOURNAL-IO).
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Aprovacao de dados bancarios de funcionario ==="
    DISPLAY "ID do funcionario (6 digitos)....: " WITH NO ADVANCING
    ACCEPT WS-EMPLOYEE-ID
    PERFORM READ-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       DISPLAY "Funcionario nao encontrado. STATUS: " WS-EM-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF NOT EM-BANK-CHANGE-PENDING OF WS-EM-RECORD
       DISPLAY "Funcionario sem alteracao bancaria pendente."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF EM-BANK-CHANGED-BY OF WS-EM-RECORD = L-OPERATOR-ID
       DISPLAY "Auto-aprovacao recusada (89): a alteracao foi"
       DISPLAY "digitada por este mesmo operador."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Pendente (por " EM-BANK-CHANGED-BY OF WS-EM-RECORD
            "): banco " EM-PEND-BANK-CODE OF WS-EM-RECORD
            " ag " EM-PEND-BANK-BRANCH OF WS-EM-RECORD
            " conta " EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD
            "-" EM-PEND-BANK-DV OF WS-EM-RECORD
    DISPLAY "Aprovar (A) ou rejeitar (R)?.....: " WITH NO ADVANCING
    ACCEPT WS-ANSWER

    EVALUATE WS-ANSWER
       WHEN "A"
       WHEN "a"
          MOVE EM-PEND-BANK-CODE OF WS-EM-RECORD
            TO EM-BANK-CODE OF WS-EM-RECORD
          MOVE EM-PEND-BANK-BRANCH OF WS-EM-RECORD
            TO EM-BANK-BRANCH OF WS-EM-RECORD
          MOVE EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD
            TO EM-BANK-ACCOUNT OF WS-EM-RECORD
          MOVE EM-PEND-BANK-DV OF WS-EM-RECORD
            TO EM-BANK-DV OF WS-EM-RECORD
          DISPLAY "Alteracao APROVADA e aplicada."
       WHEN "R"
       WHEN "r"
          DISPLAY "Alteracao REJEITADA - dados atuais mantidos."
       WHEN OTHER
          DISPLAY "Resposta invalida - nada alterado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
    END-EVALUATE

    MOVE 0 TO EM-PEND-BANK-CODE OF WS-EM-RECORD
    MOVE 0 TO EM-PEND-BANK-BRANCH OF WS-EM-RECORD
    MOVE 0 TO EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD
    MOVE SPACE TO EM-PEND-BANK-DV OF WS-EM-RECORD
    MOVE SPACE TO EM-BANK-PEND-FLAG OF WS-EM-RECORD
    MOVE SPACES TO EM-BANK-CHANGED-BY OF WS-EM-RECORD

    MOVE "U" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-EM-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   ADIANTAMENTOS - Concessao e devolucao
*> ============================================================
OPTION-ADVANCE-CREATE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-EXP-ACCOUNTS
    IF WS-ADV-ACCT = 0
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Adiantamento de viagem ==="
    DISPLAY "ID do funcionario (6 digitos)....: " WITH NO ADVANCING
    ACCEPT WS-EMPLOYEE-ID
    PERFORM READ-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       OR NOT EM-IS-ACTIVE OF WS-EM-RECORD
       DISPLAY "Funcionario inexistente ou inativo."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Data do adiantamento (AAAAMMDD)..: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-DATE
    MOVE WS-ENTRY-DATE (1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = "92"
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-EA-RECORD
    DISPLAY "Motivo (ate 30 chars)............: " WITH NO ADVANCING
    ACCEPT EA-PURPOSE OF WS-EA-RECORD

    DISPLAY "Valor em centavos................: " WITH NO ADVANCING
    ACCEPT WS-AMOUNT
    IF WS-AMOUNT = 0
       DISPLAY "Valor zerado - nada registrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM FIND-NEXT-ADVANCE-NO

    *> Lancamento D adiantamentos / C reembolsos a pagar
    PERFORM TAKE-NEXT-TXN-ID
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-ENTRY-DATE TO JR-DATE
    STRING "ADIANTAMENTO VIAGEM " DELIMITED BY SIZE
           WS-NEXT-NO DELIMITED BY SIZE
           " FUNC " DELIMITED BY SIZE
           WS-EMPLOYEE-ID DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-ADV-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)
    MOVE EM-COST-CENTER OF WS-EM-RECORD TO JR-LINE-COST-CENTER (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE WS-PAY-ACCT TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    PERFORM CALL-JOURNAL-CREATE
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Lancamento recusado - STATUS: " WS-JR-RETURN-STATUS
               ". Adiantamento NAO registrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE WS-NEXT-NO TO EA-ADVANCE-NO OF WS-EA-RECORD
    MOVE WS-EMPLOYEE-ID TO EA-EMPLOYEE-ID OF WS-EA-RECORD
    MOVE WS-ENTRY-DATE TO EA-DATE OF WS-EA-RECORD
    MOVE WS-AMOUNT TO EA-AMOUNT-CENTS OF WS-EA-RECORD
    MOVE WS-AMOUNT TO EA-PAY-OPEN-CENTS OF WS-EA-RECORD
    MOVE WS-AMOUNT TO EA-OPEN-CENTS OF WS-EA-RECORD
    SET EA-IS-TO-PAY OF WS-EA-RECORD TO TRUE
    SET EA-NOT-IN-REMIT OF WS-EA-RECORD TO TRUE
    MOVE 0 TO EA-PAID-DATE OF WS-EA-RECORD
    MOVE L-OPERATOR-ID TO EA-CREATED-BY OF WS-EA-RECORD
    MOVE 0 TO EA-LAST-REPORT-NO OF WS-EA-RECORD
    MOVE JR-TXN-ID TO EA-ENTRY-TXN-ID OF WS-EA-RECORD
    MOVE 0 TO EA-PAYMENT-TXN-ID OF WS-EA-RECORD

    MOVE "C" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS

    DISPLAY "Adiantamento " WS-NEXT-NO " registrado (lancamento "
            JR-TXN-ID ") - STATUS: " WS-EA-RETURN-STATUS
    DISPLAY "O pagamento sai na proxima proposta do AP-PAYMENT-RUN."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-ADVANCE-RETURN.
    *> Funcionario devolveu em dinheiro o saldo nao usado:
    *> D caixa/banco / C adiantamentos, baixando o saldo em aberto
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-EXP-ACCOUNTS
    IF WS-ADV-ACCT = 0
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Devolucao de adiantamento ==="
    MOVE SPACE TO WS-EA-RECORD
    DISPLAY "Numero do adiantamento...........: " WITH NO ADVANCING
    ACCEPT EA-ADVANCE-NO OF WS-EA-RECORD
    MOVE "R" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS
    IF WS-EA-RETURN-STATUS NOT = "00"
       OR NOT EA-IS-OUTSTANDING OF WS-EA-RECORD
       DISPLAY "Adiantamento inexistente, ainda nao pago ou ja"
       DISPLAY "liquidado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Funcionario " EA-EMPLOYEE-ID OF WS-EA-RECORD
            "  saldo em aberto: " EA-OPEN-CENTS OF WS-EA-RECORD

    DISPLAY "Data da devolucao (AAAAMMDD).....: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-DATE
    MOVE WS-ENTRY-DATE (1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = "92"
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Valor devolvido em centavos......: " WITH NO ADVANCING
    ACCEPT WS-AMOUNT
    IF WS-AMOUNT = 0
       OR WS-AMOUNT > EA-OPEN-CENTS OF WS-EA-RECORD
       DISPLAY "Valor invalido (zero ou maior que o saldo em aberto)."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de caixa/banco que recebeu.: " WITH NO ADVANCING
    ACCEPT WS-CASH-ACCT
    MOVE WS-CASH-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM TAKE-NEXT-TXN-ID
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-ENTRY-DATE TO JR-DATE
    STRING "DEVOLUCAO ADIANTAMENTO " DELIMITED BY SIZE
           EA-ADVANCE-NO OF WS-EA-RECORD DELIMITED BY SIZE
           " FUNC " DELIMITED BY SIZE
           EA-EMPLOYEE-ID OF WS-EA-RECORD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE WS-CASH-ACCT TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE WS-AMOUNT TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE WS-ADV-ACCT TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE WS-AMOUNT TO JR-LINE-AMOUNT-CENTS (2)

    PERFORM CALL-JOURNAL-CREATE
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Lancamento recusado - STATUS: " WS-JR-RETURN-STATUS
               ". Devolucao NAO registrada."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    SUBTRACT WS-AMOUNT FROM EA-OPEN-CENTS OF WS-EA-RECORD
    IF EA-OPEN-CENTS OF WS-EA-RECORD = 0
       SET EA-IS-SETTLED OF WS-EA-RECORD TO TRUE
    END-IF
    MOVE "U" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS

    DISPLAY "Devolucao registrada (lancamento " JR-TXN-ID
            ") - saldo em aberto: " EA-OPEN-CENTS OF WS-EA-RECORD
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

FIND-NEXT-ADVANCE-NO.
    *> A varredura completa sai em ordem de chave: o ultimo lido
    *> traz o maior numero ja usado
    MOVE 0 TO WS-NEXT-NO
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS

    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       MOVE EA-ADVANCE-NO OF WS-EA-RECORD TO WS-NEXT-NO
       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM

    ADD 1 TO WS-NEXT-NO
    .

*> ============================================================
*>   RELATORIO DE DESPESAS - Digitacao
*> ============================================================
OPTION-REPORT-ENTER.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Relatorio de despesas ==="
    DISPLAY "ID do funcionario (6 digitos)....: " WITH NO ADVANCING
    ACCEPT WS-EMPLOYEE-ID
    PERFORM READ-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       OR NOT EM-IS-ACTIVE OF WS-EM-RECORD
       DISPLAY "Funcionario inexistente ou inativo."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM FIND-NEXT-REPORT-NO
    MOVE SPACE TO WS-ER-RECORD
    MOVE WS-EMPLOYEE-ID TO ER-EMPLOYEE-ID OF WS-ER-RECORD
    DISPLAY "Data do relatorio (AAAAMMDD).....: " WITH NO ADVANCING
    ACCEPT ER-REPORT-DATE OF WS-ER-RECORD
    DISPLAY "Motivo (ate 30 chars)............: " WITH NO ADVANCING
    ACCEPT ER-PURPOSE OF WS-ER-RECORD

    MOVE 0 TO ER-LINE-COUNT OF WS-ER-RECORD
    MOVE 0 TO ER-TOTAL-CENTS OF WS-ER-RECORD
    DISPLAY "Linhas de despesa (tipo em branco encerra; ate 10):"

    MOVE "N" TO WS-LN-END-SWITCH
    PERFORM UNTIL REPORT-LINES-DONE
       PERFORM ENTER-ONE-REPORT-LINE
    END-PERFORM

    IF ER-LINE-COUNT OF WS-ER-RECORD = 0
       DISPLAY "Relatorio sem linhas - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE WS-NEXT-NO TO ER-REPORT-NO OF WS-ER-RECORD
    SET ER-IS-PENDING OF WS-ER-RECORD TO TRUE
    MOVE L-OPERATOR-ID TO ER-SUBMITTED-BY OF WS-ER-RECORD
    MOVE SPACES TO ER-APPROVED-BY OF WS-ER-RECORD
    MOVE 0 TO ER-APPROVAL-DATE OF WS-ER-RECORD
    MOVE 0 TO ER-ADV-APPLIED-CENTS OF WS-ER-RECORD
    MOVE 0 TO ER-NET-CENTS OF WS-ER-RECORD
    MOVE 0 TO ER-OPEN-CENTS OF WS-ER-RECORD
    SET ER-NOT-IN-REMIT OF WS-ER-RECORD TO TRUE
    MOVE 0 TO ER-PAID-DATE OF WS-ER-RECORD
    MOVE 0 TO ER-ENTRY-TXN-ID OF WS-ER-RECORD
    MOVE 0 TO ER-PAYMENT-TXN-ID OF WS-ER-RECORD

    MOVE "C" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS

    DISPLAY "Relatorio " ER-REPORT-NO OF WS-ER-RECORD
            " gravado PENDENTE - total " ER-TOTAL-CENTS OF WS-ER-RECORD
            " - STATUS: " WS-ER-RETURN-STATUS
    DISPLAY "Aprovacao pelo gestor " EM-MANAGER-ID OF WS-EM-RECORD
            " (opcao 7)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

ENTER-ONE-REPORT-LINE.
    IF ER-LINE-COUNT OF WS-ER-RECORD >= 10
       MOVE "Y" TO WS-LN-END-SWITCH
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-LN-I = ER-LINE-COUNT OF WS-ER-RECORD + 1
    MOVE SPACES TO WS-LN-TYPE
    DISPLAY "Linha " WS-LN-I " - tipo de despesa (ex HOSP): "
            WITH NO ADVANCING
    ACCEPT WS-LN-TYPE
    IF WS-LN-TYPE = SPACES
       MOVE "Y" TO WS-LN-END-SWITCH
       EXIT PARAGRAPH
    END-IF
    INSPECT WS-LN-TYPE
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

    *> Conta do tipo de despesa: parametro EXP-ACCT-<tipo>
    MOVE 0 TO WS-TYPE-ACCT
    MOVE SPACE TO WS-SP-RECORD
    STRING "EXP-ACCT-" DELIMITED BY SIZE
           WS-LN-TYPE DELIMITED BY SPACE
      INTO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-TYPE-ACCT
    END-IF
    IF WS-TYPE-ACCT = 0
       DISPLAY "Tipo " WS-LN-TYPE " sem conta (parametro EXP-ACCT-"
               WS-LN-TYPE ") - linha ignorada."
       EXIT PARAGRAPH
    END-IF
    MOVE WS-TYPE-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Linha ignorada."
       EXIT PARAGRAPH
    END-IF

    MOVE WS-LN-TYPE TO ER-LN-TYPE OF WS-ER-RECORD (WS-LN-I)
    MOVE WS-TYPE-ACCT TO ER-LN-ACCOUNT-ID OF WS-ER-RECORD (WS-LN-I)

    DISPLAY "         data da despesa (AAAAMMDD): " WITH NO ADVANCING
    ACCEPT ER-LN-DATE OF WS-ER-RECORD (WS-LN-I)
    DISPLAY "         descricao.................: " WITH NO ADVANCING
    ACCEPT ER-LN-DESC OF WS-ER-RECORD (WS-LN-I)
    DISPLAY "         valor em centavos.........: " WITH NO ADVANCING
    ACCEPT ER-LN-AMOUNT-CENTS OF WS-ER-RECORD (WS-LN-I)
    IF ER-LN-AMOUNT-CENTS OF WS-ER-RECORD (WS-LN-I) = 0
       DISPLAY "Valor zerado - linha ignorada."
       EXIT PARAGRAPH
    END-IF

    DISPLAY "         centro de custo (ENTER = "
            EM-COST-CENTER OF WS-EM-RECORD "): " WITH NO ADVANCING
    MOVE SPACES TO ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I)
    ACCEPT ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I)
    IF ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I) = SPACES
       MOVE EM-COST-CENTER OF WS-EM-RECORD
         TO ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I)
    END-IF
    IF ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I) NOT = SPACES
       MOVE ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I)
         TO CC-CODE OF WS-CC-RECORD
       PERFORM CHECK-COST-CENTER
       IF WS-CC-RETURN-STATUS NOT = "00"
          DISPLAY "Linha ignorada."
          EXIT PARAGRAPH
       END-IF
    END-IF

    DISPLAY "         projeto (ENTER = sem).....: " WITH NO ADVANCING
    MOVE SPACES TO ER-LN-PROJECT OF WS-ER-RECORD (WS-LN-I)
    ACCEPT ER-LN-PROJECT OF WS-ER-RECORD (WS-LN-I)
    IF ER-LN-PROJECT OF WS-ER-RECORD (WS-LN-I) NOT = SPACES
       MOVE SPACE TO WS-PJ-RECORD
       MOVE ER-LN-PROJECT OF WS-ER-RECORD (WS-LN-I)
         TO PJ-CODE OF WS-PJ-RECORD
       MOVE "R" TO WS-PJ-OP-CODE
       CALL "PROJECTS-IO" USING
            WS-PJ-OP-CODE
            WS-PJ-RECORD
            WS-PJ-RETURN-STATUS
       IF WS-PJ-RETURN-STATUS NOT = "00"
          OR NOT PJ-IS-OPEN OF WS-PJ-RECORD
          DISPLAY "Projeto inexistente ou encerrado - linha ignorada."
          EXIT PARAGRAPH
       END-IF
    END-IF

    *> Linha aceita: so agora conta no relatorio
    MOVE WS-LN-I TO ER-LINE-COUNT OF WS-ER-RECORD
    ADD ER-LN-AMOUNT-CENTS OF WS-ER-RECORD (WS-LN-I)
     TO ER-TOTAL-CENTS OF WS-ER-RECORD
    .

FIND-NEXT-REPORT-NO.
    *> Mesmo criterio do FIND-NEXT-ADVANCE-NO; chamado antes da
    *> digitacao, porque a varredura usa o proprio WS-ER-RECORD
    MOVE 0 TO WS-NEXT-NO
    MOVE SPACE TO WS-ER-RECORD
    MOVE "L" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS

    PERFORM UNTIL WS-ER-RETURN-STATUS NOT = "00"
       MOVE ER-REPORT-NO OF WS-ER-RECORD TO WS-NEXT-NO
       MOVE "N" TO WS-ER-OP-CODE
       CALL "EXP-REPORTS-IO" USING
            WS-ER-OP-CODE
            WS-ER-RECORD
            WS-ER-RETURN-STATUS
    END-PERFORM

    ADD 1 TO WS-NEXT-NO
    .

*> ============================================================
*>   RELATORIO DE DESPESAS - Aprovacao pelo gestor
*> ============================================================
OPTION-REPORT-DECIDE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Aprovacao de relatorio de despesas ==="
    MOVE SPACE TO WS-ER-RECORD
    DISPLAY "Numero do relatorio..............: " WITH NO ADVANCING
    ACCEPT ER-REPORT-NO OF WS-ER-RECORD
    MOVE "R" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS
    IF WS-ER-RETURN-STATUS NOT = "00"
       OR NOT ER-IS-PENDING OF WS-ER-RECORD
       DISPLAY "Relatorio inexistente ou nao pendente de aprovacao."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE ER-EMPLOYEE-ID OF WS-ER-RECORD TO WS-EMPLOYEE-ID
    PERFORM READ-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       DISPLAY "Funcionario " WS-EMPLOYEE-ID " nao encontrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> So o gestor cadastrado decide; sem gestor ninguem aprova
    IF EM-MANAGER-ID OF WS-EM-RECORD = SPACES
       OR EM-MANAGER-ID OF WS-EM-RECORD NOT = L-OPERATOR-ID
       DISPLAY "Somente o gestor do funcionario ("
               EM-MANAGER-ID OF WS-EM-RECORD ") decide o relatorio."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF ER-SUBMITTED-BY OF WS-ER-RECORD = L-OPERATOR-ID
       DISPLAY "Auto-aprovacao recusada (89): o relatorio foi"
       DISPLAY "digitado por este mesmo operador."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Funcionario " WS-EMPLOYEE-ID " " EM-NAME OF WS-EM-RECORD
    DISPLAY "Motivo: " ER-PURPOSE OF WS-ER-RECORD
            "  digitado por " ER-SUBMITTED-BY OF WS-ER-RECORD
    PERFORM VARYING WS-LN-I FROM 1 BY 1
            UNTIL WS-LN-I > ER-LINE-COUNT OF WS-ER-RECORD
       DISPLAY "  " ER-LN-TYPE OF WS-ER-RECORD (WS-LN-I)
               " " ER-LN-DATE OF WS-ER-RECORD (WS-LN-I)
               " " ER-LN-DESC OF WS-ER-RECORD (WS-LN-I)
               " " ER-LN-AMOUNT-CENTS OF WS-ER-RECORD (WS-LN-I)
               " CC " ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I)
               " " ER-LN-PROJECT OF WS-ER-RECORD (WS-LN-I)
    END-PERFORM
    DISPLAY "Total: " ER-TOTAL-CENTS OF WS-ER-RECORD
    DISPLAY "Aprovar (A) ou rejeitar (R)?.....: " WITH NO ADVANCING
    ACCEPT WS-ANSWER

    EVALUATE WS-ANSWER
       WHEN "A"
       WHEN "a"
          PERFORM APPROVE-EXPENSE-REPORT
       WHEN "R"
       WHEN "r"
          SET ER-IS-REJECTED OF WS-ER-RECORD TO TRUE
          MOVE L-OPERATOR-ID TO ER-APPROVED-BY OF WS-ER-RECORD
          MOVE "U" TO WS-ER-OP-CODE
          CALL "EXP-REPORTS-IO" USING
               WS-ER-OP-CODE
               WS-ER-RECORD
               WS-ER-RETURN-STATUS
          DISPLAY "Relatorio REJEITADO - STATUS: " WS-ER-RETURN-STATUS
       WHEN OTHER
          DISPLAY "Resposta invalida - nada alterado."
    END-EVALUATE

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

APPROVE-EXPENSE-REPORT.
    PERFORM LOAD-EXP-ACCOUNTS
    IF WS-ADV-ACCT = 0
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Data do lancamento (AAAAMMDD)....: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-DATE
    MOVE WS-ENTRY-DATE (1:6) TO WS-PC-PERIOD
    PERFORM CHECK-PERIOD-OPEN
    IF WS-PC-RETURN-STATUS = "92"
       EXIT PARAGRAPH
    END-IF

    *> Abate os adiantamentos pagos em aberto, do mais antigo
    *> (menor numero) em diante, ate cobrir o total do relatorio
    PERFORM LOAD-EMPLOYEE-ADVANCES
    MOVE 0 TO WS-APPLIED
    MOVE ER-TOTAL-CENTS OF WS-ER-RECORD TO WS-REMAINING
    PERFORM VARYING WS-ADV-I FROM 1 BY 1 UNTIL WS-ADV-I > WS-ADV-N
       IF WS-REMAINING > WS-ADV-OPEN (WS-ADV-I)
          MOVE WS-ADV-OPEN (WS-ADV-I) TO WS-ADV-APPLY (WS-ADV-I)
       ELSE
          MOVE WS-REMAINING TO WS-ADV-APPLY (WS-ADV-I)
       END-IF
       SUBTRACT WS-ADV-APPLY (WS-ADV-I) FROM WS-REMAINING
       ADD WS-ADV-APPLY (WS-ADV-I) TO WS-APPLIED
    END-PERFORM

    PERFORM TAKE-NEXT-TXN-ID
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-SQ-TXN-ID TO JR-TXN-ID
    MOVE WS-ENTRY-DATE TO JR-DATE
    STRING "RELATORIO DESPESAS " DELIMITED BY SIZE
           ER-REPORT-NO OF WS-ER-RECORD DELIMITED BY SIZE
           " FUNC " DELIMITED BY SIZE
           WS-EMPLOYEE-ID DELIMITED BY SIZE
      INTO JR-MEMO

    *> D despesas, uma linha por linha do relatorio
    MOVE 0 TO WS-JL-N
    PERFORM VARYING WS-LN-I FROM 1 BY 1
            UNTIL WS-LN-I > ER-LINE-COUNT OF WS-ER-RECORD
       ADD 1 TO WS-JL-N
       MOVE WS-JL-N TO JR-LINE-NO (WS-JL-N)
       MOVE ER-LN-ACCOUNT-ID OF WS-ER-RECORD (WS-LN-I)
         TO JR-LINE-ACCOUNT-ID (WS-JL-N)
       MOVE "D" TO JR-LINE-DC (WS-JL-N)
       MOVE ER-LN-AMOUNT-CENTS OF WS-ER-RECORD (WS-LN-I)
         TO JR-LINE-AMOUNT-CENTS (WS-JL-N)
       MOVE ER-LN-COST-CENTER OF WS-ER-RECORD (WS-LN-I)
         TO JR-LINE-COST-CENTER (WS-JL-N)
       MOVE ER-LN-PROJECT OF WS-ER-RECORD (WS-LN-I)
         TO JR-LINE-PROJECT (WS-JL-N)
    END-PERFORM

    *> C adiantamentos (abatido) e C reembolsos a pagar (liquido)
    IF WS-APPLIED > 0
       ADD 1 TO WS-JL-N
       MOVE WS-JL-N TO JR-LINE-NO (WS-JL-N)
       MOVE WS-ADV-ACCT TO JR-LINE-ACCOUNT-ID (WS-JL-N)
       MOVE "C" TO JR-LINE-DC (WS-JL-N)
       MOVE WS-APPLIED TO JR-LINE-AMOUNT-CENTS (WS-JL-N)
    END-IF
    IF WS-REMAINING > 0
       ADD 1 TO WS-JL-N
       MOVE WS-JL-N TO JR-LINE-NO (WS-JL-N)
       MOVE WS-PAY-ACCT TO JR-LINE-ACCOUNT-ID (WS-JL-N)
       MOVE "C" TO JR-LINE-DC (WS-JL-N)
       MOVE WS-REMAINING TO JR-LINE-AMOUNT-CENTS (WS-JL-N)
    END-IF

    PERFORM CALL-JOURNAL-CREATE
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Lancamento recusado - STATUS: " WS-JR-RETURN-STATUS
               ". Relatorio continua PENDENTE."
       EXIT PARAGRAPH
    END-IF

    PERFORM UPDATE-NETTED-ADVANCES

    MOVE WS-APPLIED TO ER-ADV-APPLIED-CENTS OF WS-ER-RECORD
    MOVE WS-REMAINING TO ER-NET-CENTS OF WS-ER-RECORD
    MOVE WS-REMAINING TO ER-OPEN-CENTS OF WS-ER-RECORD
    MOVE L-OPERATOR-ID TO ER-APPROVED-BY OF WS-ER-RECORD
    MOVE WS-ENTRY-DATE TO ER-APPROVAL-DATE OF WS-ER-RECORD
    MOVE JR-TXN-ID TO ER-ENTRY-TXN-ID OF WS-ER-RECORD
    IF WS-REMAINING = 0
       SET ER-IS-SETTLED OF WS-ER-RECORD TO TRUE
    ELSE
       SET ER-IS-APPROVED OF WS-ER-RECORD TO TRUE
    END-IF
    MOVE "U" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS

    DISPLAY "Relatorio APROVADO (lancamento " JR-TXN-ID ") - STATUS: "
            WS-ER-RETURN-STATUS
    DISPLAY "  adiantamentos abatidos: " WS-APPLIED
    DISPLAY "  reembolso liquido.....: " WS-REMAINING
    .

LOAD-EMPLOYEE-ADVANCES.
    *> Adiantamentos JA PAGOS do funcionario com saldo em aberto;
    *> o adiantamento ainda a pagar nao abate relatorio
    MOVE 0 TO WS-ADV-N
    MOVE 0 TO WS-ADV-AVAIL
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS

    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       IF EA-EMPLOYEE-ID OF WS-EA-RECORD = WS-EMPLOYEE-ID
          AND EA-IS-OUTSTANDING OF WS-EA-RECORD
          AND EA-OPEN-CENTS OF WS-EA-RECORD > 0
          AND WS-ADV-N < 50
          ADD 1 TO WS-ADV-N
          MOVE EA-ADVANCE-NO OF WS-EA-RECORD TO WS-ADV-NO (WS-ADV-N)
          MOVE EA-OPEN-CENTS OF WS-EA-RECORD TO WS-ADV-OPEN (WS-ADV-N)
          MOVE 0 TO WS-ADV-APPLY (WS-ADV-N)
          ADD EA-OPEN-CENTS OF WS-EA-RECORD TO WS-ADV-AVAIL
       END-IF

       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM
    .

UPDATE-NETTED-ADVANCES.
    PERFORM VARYING WS-ADV-I FROM 1 BY 1 UNTIL WS-ADV-I > WS-ADV-N
       IF WS-ADV-APPLY (WS-ADV-I) > 0
          MOVE SPACE TO WS-EA-RECORD
          MOVE WS-ADV-NO (WS-ADV-I) TO EA-ADVANCE-NO OF WS-EA-RECORD
          MOVE "R" TO WS-EA-OP-CODE
          CALL "EMP-ADVANCES-IO" USING
               WS-EA-OP-CODE
               WS-EA-RECORD
               WS-EA-RETURN-STATUS
          IF WS-EA-RETURN-STATUS = "00"
             SUBTRACT WS-ADV-APPLY (WS-ADV-I)
                 FROM EA-OPEN-CENTS OF WS-EA-RECORD
             MOVE ER-REPORT-NO OF WS-ER-RECORD
               TO EA-LAST-REPORT-NO OF WS-EA-RECORD
             IF EA-OPEN-CENTS OF WS-EA-RECORD = 0
                SET EA-IS-SETTLED OF WS-EA-RECORD TO TRUE
             END-IF
             MOVE "U" TO WS-EA-OP-CODE
             CALL "EMP-ADVANCES-IO" USING
                  WS-EA-OP-CODE
                  WS-EA-RECORD
                  WS-EA-RETURN-STATUS
          END-IF
       END-IF
    END-PERFORM
    .

*> ============================================================
*>   EXTRATO DO FUNCIONARIO
*> ============================================================
OPTION-EMPLOYEE-STATEMENT.
    DISPLAY " "
    DISPLAY "=== Extrato do funcionario ==="
    DISPLAY "ID do funcionario (6 digitos)....: " WITH NO ADVANCING
    ACCEPT WS-EMPLOYEE-ID
    PERFORM READ-EMPLOYEE
    IF WS-EM-RETURN-STATUS NOT = "00"
       DISPLAY "Funcionario nao encontrado. STATUS: " WS-EM-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    DISPLAY WS-EMPLOYEE-ID " " EM-NAME OF WS-EM-RECORD

    DISPLAY "Adiantamentos (A=a pagar P=pago em aberto L=liquidado):"
    MOVE 0 TO WS-EA-LIST-COUNT
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS
    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       IF EA-EMPLOYEE-ID OF WS-EA-RECORD = WS-EMPLOYEE-ID
          ADD 1 TO WS-EA-LIST-COUNT
          DISPLAY "  " EA-ADVANCE-NO OF WS-EA-RECORD
                  " " EA-DATE OF WS-EA-RECORD
                  " " EA-PURPOSE OF WS-EA-RECORD
                  " valor " EA-AMOUNT-CENTS OF WS-EA-RECORD
                  " aberto " EA-OPEN-CENTS OF WS-EA-RECORD
                  " [" EA-STATUS OF WS-EA-RECORD "]"
       END-IF
       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM
    DISPLAY "  Adiantamentos: " WS-EA-LIST-COUNT

    DISPLAY "Relatorios (P=pendente A=aprovado R=rejeitado L=liquidado):"
    MOVE 0 TO WS-ER-LIST-COUNT
    MOVE SPACE TO WS-ER-RECORD
    MOVE "L" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS
    PERFORM UNTIL WS-ER-RETURN-STATUS NOT = "00"
       IF ER-EMPLOYEE-ID OF WS-ER-RECORD = WS-EMPLOYEE-ID
          ADD 1 TO WS-ER-LIST-COUNT
          DISPLAY "  " ER-REPORT-NO OF WS-ER-RECORD
                  " " ER-REPORT-DATE OF WS-ER-RECORD
                  " " ER-PURPOSE OF WS-ER-RECORD
                  " total " ER-TOTAL-CENTS OF WS-ER-RECORD
                  " a pagar " ER-OPEN-CENTS OF WS-ER-RECORD
                  " [" ER-STATUS OF WS-ER-RECORD "]"
       END-IF
       MOVE "N" TO WS-ER-OP-CODE
       CALL "EXP-REPORTS-IO" USING
            WS-ER-OP-CODE
            WS-ER-RECORD
            WS-ER-RETURN-STATUS
    END-PERFORM
    DISPLAY "  Relatorios: " WS-ER-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   LANCAMENTO - numeracao e gravacao no JOURNAL-IO
*> ============================================================
TAKE-NEXT-TXN-ID.
    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       MOVE WS-SQ-RETURN-STATUS TO WS-JR-RETURN-STATUS
       DISPLAY "Numeracao automatica indisponivel - STATUS: "
               WS-SQ-RETURN-STATUS
    ELSE
       MOVE "00" TO WS-JR-RETURN-STATUS
    END-IF
    .

CALL-JOURNAL-CREATE.
    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-EXPENSE-REPORT OF JR-RECORD TO TRUE
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
