*>     conta (ACCOUNT-ATTRS-IO) e os pareamentos intercompany
*>     (IC-PAIRS-IO), o calendario de dias uteis (HOLIDAY-CAL-IO
*>     / BIZ-DAY) e os parametros do sistema (SYS-PARAMS-IO, com
*>     trilha de valor antigo/novo em PARAMS-AUDIT) e a tabela
*>     de indices economicos (ECON-INDEX-IO: IPCA, IGP-M, INPC
*>     mensais e CDI mensal/diario), a tabela de ajustes do
*>     LALUR/LACS (LALUR-ADJ-IO) e o saldo de implantacao da
*>     Parte B (LALUR-PARTB-IO), o registro de aplicacoes
*>     financeiras com o pedido de resgate (INVESTMENTS-IO), os
*>     contratos de arrendamento CPC 06 (LEASES-IO) e a
*>     capitalizacao das obras em andamento de um projeto em
*>     ativos do imobilizado (P4, com encerramento do projeto),
*>     a composicao dos indicadores financeiros do KPI-RPT
*>     (KPI-DEFS-IO);
*>     novos cadastros de apoio entram aqui conforme forem
*>     surgindo, sem inchar o menu principal. Recebe o operador da sessao
*>     do MENU para carimbar a trilha dos parametros.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
01 WS-SC-RETURN-STATUS  PIC XX.
01 WS-SC-LIST-COUNT     PIC 9(6).

01 WS-KD-OP-CODE        PIC X.
COPY "kpi-defs.cpy" REPLACING ==KD-RECORD== BY ==WS-KD-RECORD==.
01 WS-KD-RETURN-STATUS  PIC XX.
01 WS-KD-LIST-COUNT     PIC 9(6).
01 WS-KD-COMPONENT-CHECK PIC X(4).
   88 KD-COMPONENT-VALID      VALUE "RECE" "CUST" "DESP" "DEPR"
                                    "CLIE" "FORN" "ESTQ" "ATCI"
                                    "PACI" "CAIX" "DIVD".
01 WS-KD-EXISTS-SWITCH  PIC X.
   88 KPI-DEF-ALREADY-EXISTS  VALUE "Y".

01 WS-AL-OP-CODE        PIC X.
COPY "alloc-rules.cpy" REPLACING ==AL-RECORD== BY ==WS-AL-RECORD==.
01 WS-AL-RETURN-STATUS  PIC XX.
01 WS-PJ-RETURN-STATUS  PIC XX.
01 WS-PJ-LIST-COUNT     PIC 9(6).

*> Capitalizacao de obra em andamento (CIP) de um projeto
01 WS-XR-OP-CODE        PIC X.
COPY "jrnl-xref.cpy" REPLACING ==XR-RECORD== BY ==WS-XR-RECORD==.
01 WS-XR-DATE-TO        PIC 9(8).
01 WS-XR-RETURN-STATUS  PIC XX.
01 WS-CIP-ACCT          PIC 9(10).
01 WS-CIP-DATE          PIC 9(8).
01 WS-CIP-BALANCE       PIC S9(18).
01 WS-CIP-TOTAL         PIC S9(18).
01 WS-CIP-REMAINING     PIC S9(18).
01 WS-CIP-HDR-TXN-ID    PIC 9(12).
01 WS-CIP-HDR-SWITCH    PIC X.
   88 CIP-HDR-COUNTS          VALUE "Y".
01 WS-CIP-LINE-K        PIC 9(3).
01 WS-CIP-ANSWER        PIC X(1).
01 WS-CIP-NEW-ID        PIC 9(6).
01 WS-CIP-END-SWITCH    PIC X.
   88 CIP-ASSETS-DONE         VALUE "Y".
01 WS-CIP-TABLE.
   05 WS-CIP-ENTRY OCCURS 10 TIMES.
      10 WS-CIP-ASSET-ID    PIC 9(6).
      10 WS-CIP-DESC        PIC X(40).
      10 WS-CIP-COST        PIC 9(15).
      10 WS-CIP-LIFE        PIC 9(3).
      10 WS-CIP-ASSET-ACCT  PIC 9(10).
      10 WS-CIP-DEPR-ACCT   PIC 9(10).
01 WS-CIP-COUNT         PIC 9(2).
01 WS-CIP-I             PIC 9(2).

01 WS-IX-OP-CODE        PIC X.
COPY "econ-index.cpy" REPLACING ==IX-RECORD== BY ==WS-IX-RECORD==.
01 WS-IX-RETURN-STATUS  PIC XX.
01 WS-IX-LIST-COUNT     PIC 9(6).
01 WS-IX-FILTER-CODE    PIC X(6).
01 WS-IX-FILTER-YEAR    PIC 9(4).
01 WS-IX-EDIT-RATE      PIC -ZZ9.99999999.
01 WS-IX-EXISTS-SWITCH  PIC X.
   88 INDEX-ALREADY-EXISTS    VALUE "Y".

01 WS-LA-OP-CODE        PIC X.
COPY "lalur-adj.cpy" REPLACING ==LA-RECORD== BY ==WS-LA-RECORD==.
01 WS-LA-RETURN-STATUS  PIC XX.
01 WS-LA-LIST-COUNT     PIC 9(6).
01 WS-LA-ACCT-I         PIC 9(1).
01 WS-LA-EDIT-AMOUNT    PIC -(14)9.99.
01 WS-LA-EXISTS-SWITCH  PIC X.
   88 ADJUSTMENT-ALREADY-EXISTS VALUE "Y".

01 WS-LB-OP-CODE        PIC X.
COPY "lalur-partb.cpy" REPLACING ==LB-RECORD== BY ==WS-LB-RECORD==.
01 WS-LB-RETURN-STATUS  PIC XX.

01 WS-IV-OP-CODE        PIC X.
COPY "investments.cpy" REPLACING ==IV-RECORD== BY ==WS-IV-RECORD==.
01 WS-IV-RETURN-STATUS  PIC XX.
01 WS-IV-LIST-COUNT     PIC 9(6).
01 WS-IV-EDIT-RATE      PIC ZZ9.9999.
01 WS-IV-ANSWER         PIC X(1).

01 WS-LS-OP-CODE        PIC X.
COPY "leases.cpy" REPLACING ==LS-RECORD== BY ==WS-LS-RECORD==.
01 WS-LS-RETURN-STATUS  PIC XX.
01 WS-LS-LIST-COUNT     PIC 9(6).
01 WS-LS-MONTH-RATE     PIC 9V9(12).
01 WS-LS-DISC-FACTOR    PIC 9(8)V9(12).
01 WS-LS-EDIT-PV        PIC -(14)9.99.
01 WS-LS-DEC-PV         PIC S9(16)V99.

01 WS-VD-OP-CODE        PIC X.
COPY "vendors.cpy" REPLACING ==VD-RECORD== BY ==WS-VD-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.

01 WS-DISP-DATE         PIC 9(8).
01 WS-DISP-TYPE         PIC X(1).
01 WS-DISP-PROCEEDS     PIC 9(15).
             PERFORM OPTION-PJ-LIST
          WHEN "P3"
             PERFORM OPTION-PJ-TOGGLE
          WHEN "P4"
             PERFORM OPTION-PJ-CAPITALIZE
          WHEN "I1"
             PERFORM OPTION-IX-MAINTAIN
          WHEN "I2"
             PERFORM OPTION-IX-LIST
          WHEN "L1"
             PERFORM OPTION-LA-MAINTAIN
          WHEN "L2"
             PERFORM OPTION-LA-LIST
          WHEN "L3"
             PERFORM OPTION-LB-TAKEON
          WHEN "A1"
             PERFORM OPTION-IV-CREATE
          WHEN "A2"
             PERFORM OPTION-IV-LIST
          WHEN "A3"
             PERFORM OPTION-IV-REDEEM
          WHEN "R1"
             PERFORM OPTION-LS-CREATE
          WHEN "R2"
             PERFORM OPTION-LS-LIST
          WHEN "K1"
             PERFORM OPTION-KD-MAINTAIN
          WHEN "K2"
             PERFORM OPTION-KD-LIST
          WHEN "K3"
             PERFORM OPTION-KD-DELETE
          WHEN "0"
             CONTINUE
          WHEN OTHER
    DISPLAY " P1 - Cadastrar projeto/obra"
    DISPLAY " P2 - Listar projetos"
    DISPLAY " P3 - Encerrar/reabrir projeto"
    DISPLAY " P4 - Capitalizar obra em andamento no imobilizado"
    DISPLAY " I1 - Cadastrar/corrigir indice economico"
    DISPLAY " I2 - Listar indices economicos"
    DISPLAY " L1 - Cadastrar/alterar ajuste do LALUR/LACS"
    DISPLAY " L2 - Listar ajustes do LALUR/LACS"
    DISPLAY " L3 - Saldo de implantacao da Parte B do LALUR/LACS"
    DISPLAY " A1 - Cadastrar aplicacao financeira"
    DISPLAY " A2 - Listar aplicacoes financeiras"
    DISPLAY " A3 - Pedir resgate de aplicacao financeira"
    DISPLAY " R1 - Cadastrar contrato de arrendamento (CPC 06)"
    DISPLAY " R2 - Listar contratos de arrendamento"
    DISPLAY " K1 - Cadastrar/alterar definicao de indicador (KPI)"
    DISPLAY " K2 - Listar definicoes de indicadores"
    DISPLAY " K3 - Remover definicao de indicador"
    DISPLAY " 0 - Voltar ao menu principal"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
               " janela=" AT-CLEARING-WINDOW OF WS-AT-RECORD
               " concilia=" AT-RECON-REQUIRED OF WS-AT-RECORD
               " saldo-diario=" AT-DAILY-BAL-FLAG OF WS-AT-RECORD
               " controle=" AT-CONTROL-TYPE OF WS-AT-RECORD
    ELSE
       MOVE SPACE TO WS-AT-RECORD
       MOVE WS-AC-ACCOUNT-ID TO AT-ACCOUNT-ID OF WS-AT-RECORD
    ACCEPT AT-RECON-REQUIRED OF WS-AT-RECORD
    DISPLAY "Acompanhar saldo diario (Y/N)....: " WITH NO ADVANCING
    ACCEPT AT-DAILY-BAL-FLAG OF WS-AT-RECORD
    DISPLAY "Conta de controle de auxiliar"
    DISPLAY "  (P=fornec R=clientes I=estoque F=imobil L=emprest"
    DISPLAY "   branco=nao)....................: " WITH NO ADVANCING
    ACCEPT AT-CONTROL-TYPE OF WS-AT-RECORD
    IF AT-CONTROL-TYPE OF WS-AT-RECORD NOT = SPACE
       AND NOT AT-IS-CONTROL-ACCOUNT OF WS-AT-RECORD
       DISPLAY "Tipo de conta de controle invalido - gravado em branco."
       MOVE SPACE TO AT-CONTROL-TYPE OF WS-AT-RECORD
    END-IF

    MOVE "W" TO WS-AT-OP-CODE
    CALL "ACCOUNT-ATTRS-IO" USING
    DISPLAY "Centro de custo (opcional).......: " WITH NO ADVANCING
    ACCEPT PM-COST-CENTER OF WS-PM-RECORD

    DISPLAY "Provisao consumida (PVFE/PVF3/PV13/PVIN/PVFG,"
    DISPLAY "  branco = evento comum).........: " WITH NO ADVANCING
    ACCEPT PM-PROVISION-EVENT OF WS-PM-RECORD

    SET PM-IS-ACTIVE OF WS-PM-RECORD TO TRUE

    MOVE "C" TO WS-PM-OP-CODE
               " C " PM-CREDIT-ACCT OF WS-PM-RECORD
               " CC " PM-COST-CENTER OF WS-PM-RECORD
               " " PM-STATUS OF WS-PM-RECORD
               " " PM-PROVISION-EVENT OF WS-PM-RECORD

       MOVE "N" TO WS-PM-OP-CODE
       CALL "PAYROLL-MAP-IO" USING

    DISPLAY " "
    DISPLAY "=== Cadastro de rubrica das demonstracoes ==="
    DISPLAY "Demonstracao (B=balanco, R=resultado, M=colunas da DMPL): "
            WITH NO ADVANCING
    ACCEPT SC-STATEMENT OF WS-SC-RECORD

    IF SC-STATEMENT OF WS-SC-RECORD NOT = "B"
       AND SC-STATEMENT OF WS-SC-RECORD NOT = "R"
       AND SC-STATEMENT OF WS-SC-RECORD NOT = "M"
       DISPLAY "Demonstracao invalida (use B, R ou M)."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    ACCEPT WS-PAUSE
    .

OPTION-KD-MAINTAIN.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-KD-RECORD
    MOVE SPACE TO WS-KD-RETURN-STATUS
    MOVE "N"   TO WS-KD-EXISTS-SWITCH
    MOVE 0     TO KD-SEQ OF WS-KD-RECORD

    DISPLAY " "
    DISPLAY "=== Definicao de indicador financeiro (KPI-RPT) ==="
    DISPLAY "Componentes: RECE receita, CUST custo das vendas,"
    DISPLAY "  DESP despesas operac., DEPR depreciacao, CLIE clientes,"
    DISPLAY "  FORN fornecedores, ESTQ estoques, ATCI ativo circ.,"
    DISPLAY "  PACI passivo circ., CAIX caixa, DIVD divida fora do LOANS"
    DISPLAY "Componente.......................: " WITH NO ADVANCING
    ACCEPT KD-COMPONENT OF WS-KD-RECORD
    MOVE KD-COMPONENT OF WS-KD-RECORD TO WS-KD-COMPONENT-CHECK
    IF NOT KD-COMPONENT-VALID
       DISPLAY "Componente invalido - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Sequencia (2 digitos)............: " WITH NO ADVANCING
    ACCEPT KD-SEQ OF WS-KD-RECORD

    MOVE "R" TO WS-KD-OP-CODE
    CALL "KPI-DEFS-IO" USING
         WS-KD-OP-CODE
         WS-KD-RECORD
         WS-KD-RETURN-STATUS
    IF WS-KD-RETURN-STATUS = "00"
       SET KPI-DEF-ALREADY-EXISTS TO TRUE
       DISPLAY "Linha existente: " KD-DESCRIPTION OF WS-KD-RECORD
               " origem " KD-SOURCE OF WS-KD-RECORD
               " sinal " KD-SIGN OF WS-KD-RECORD
       DISPLAY "(todos os campos serao informados de novo)"
    END-IF
    MOVE 0     TO KD-RANGE-FROM OF WS-KD-RECORD
    MOVE 0     TO KD-RANGE-TO OF WS-KD-RECORD
    MOVE SPACE TO KD-CAP-STATEMENT OF WS-KD-RECORD
    MOVE 0     TO KD-CAP-ORDER OF WS-KD-RECORD

    DISPLAY "Descricao (ate 30 chars).........: " WITH NO ADVANCING
    ACCEPT KD-DESCRIPTION OF WS-KD-RECORD
    DISPLAY "Origem (A=faixa de contas, C=rubrica): " WITH NO ADVANCING
    ACCEPT KD-SOURCE OF WS-KD-RECORD

    EVALUATE TRUE
       WHEN KD-FROM-ACCOUNTS OF WS-KD-RECORD
          DISPLAY "Conta inicial da faixa...........: " WITH NO ADVANCING
          ACCEPT KD-RANGE-FROM OF WS-KD-RECORD
          DISPLAY "Conta final da faixa.............: " WITH NO ADVANCING
          ACCEPT KD-RANGE-TO OF WS-KD-RECORD
          IF KD-RANGE-TO OF WS-KD-RECORD < KD-RANGE-FROM OF WS-KD-RECORD
             DISPLAY "Faixa invertida - nada gravado."
             DISPLAY "Pressione ENTER para voltar."
             ACCEPT WS-PAUSE
             EXIT PARAGRAPH
          END-IF
       WHEN KD-FROM-CAPTION OF WS-KD-RECORD
          DISPLAY "Demonstracao da rubrica (B/R)....: " WITH NO ADVANCING
          ACCEPT KD-CAP-STATEMENT OF WS-KD-RECORD
          DISPLAY "Ordem da rubrica (3 digitos).....: " WITH NO ADVANCING
          ACCEPT KD-CAP-ORDER OF WS-KD-RECORD
          MOVE SPACE TO WS-SC-RECORD
          MOVE KD-CAP-STATEMENT OF WS-KD-RECORD
            TO SC-STATEMENT OF WS-SC-RECORD
          MOVE KD-CAP-ORDER OF WS-KD-RECORD
            TO SC-ORDER OF WS-SC-RECORD
          MOVE "R" TO WS-SC-OP-CODE
          CALL "STMT-CAPTIONS-IO" USING
               WS-SC-OP-CODE
               WS-SC-RECORD
               WS-SC-RETURN-STATUS
          IF WS-SC-RETURN-STATUS NOT = "00"
             DISPLAY "Rubrica nao cadastrada - nada gravado."
             DISPLAY "Pressione ENTER para voltar."
             ACCEPT WS-PAUSE
             EXIT PARAGRAPH
          END-IF
          DISPLAY "Rubrica: " SC-CAPTION OF WS-SC-RECORD
       WHEN OTHER
          DISPLAY "Origem invalida - nada gravado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
    END-EVALUATE

    DISPLAY "Sinal (+ soma, - subtrai) [+]....: " WITH NO ADVANCING
    ACCEPT KD-SIGN OF WS-KD-RECORD
    IF NOT KD-SUBTRACTS OF WS-KD-RECORD
       SET KD-ADDS OF WS-KD-RECORD TO TRUE
    END-IF

    IF KPI-DEF-ALREADY-EXISTS
       MOVE "U" TO WS-KD-OP-CODE
    ELSE
       MOVE "C" TO WS-KD-OP-CODE
    END-IF
    CALL "KPI-DEFS-IO" USING
         WS-KD-OP-CODE
         WS-KD-RECORD
         WS-KD-RETURN-STATUS

    DISPLAY "Resultado gravacao definicao - STATUS: " WS-KD-RETURN-STATUS
    DISPLAY "(00 = OK)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-KD-LIST.
    MOVE SPACE TO WS-KD-RECORD
    MOVE SPACE TO WS-KD-RETURN-STATUS
    MOVE 0     TO WS-KD-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Definicoes dos indicadores financeiros ==="

    MOVE "L" TO WS-KD-OP-CODE
    CALL "KPI-DEFS-IO" USING
         WS-KD-OP-CODE
         WS-KD-RECORD
         WS-KD-RETURN-STATUS

    PERFORM UNTIL WS-KD-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-KD-LIST-COUNT
       IF KD-FROM-CAPTION OF WS-KD-RECORD
          DISPLAY "  " KD-COMPONENT OF WS-KD-RECORD
                  " " KD-SEQ OF WS-KD-RECORD
                  " " KD-SIGN OF WS-KD-RECORD
                  " " KD-DESCRIPTION OF WS-KD-RECORD
                  " rubrica " KD-CAP-STATEMENT OF WS-KD-RECORD
                  KD-CAP-ORDER OF WS-KD-RECORD
       ELSE
          DISPLAY "  " KD-COMPONENT OF WS-KD-RECORD
                  " " KD-SEQ OF WS-KD-RECORD
                  " " KD-SIGN OF WS-KD-RECORD
                  " " KD-DESCRIPTION OF WS-KD-RECORD
                  " contas " KD-RANGE-FROM OF WS-KD-RECORD
                  " a " KD-RANGE-TO OF WS-KD-RECORD
       END-IF

       MOVE "N" TO WS-KD-OP-CODE
       CALL "KPI-DEFS-IO" USING
            WS-KD-OP-CODE
            WS-KD-RECORD
            WS-KD-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de linhas: " WS-KD-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-KD-DELETE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-KD-RECORD
    MOVE SPACE TO WS-KD-RETURN-STATUS

    DISPLAY " "
    DISPLAY "=== Remover definicao de indicador ==="
    DISPLAY "Componente.......................: " WITH NO ADVANCING
    ACCEPT KD-COMPONENT OF WS-KD-RECORD
    DISPLAY "Sequencia (2 digitos)............: " WITH NO ADVANCING
    ACCEPT KD-SEQ OF WS-KD-RECORD

    MOVE "D" TO WS-KD-OP-CODE
    CALL "KPI-DEFS-IO" USING
         WS-KD-OP-CODE
         WS-KD-RECORD
         WS-KD-RETURN-STATUS

    DISPLAY "Resultado remocao - STATUS: " WS-KD-RETURN-STATUS
    DISPLAY "(00 = OK, 23 = linha nao cadastrada)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-CC-TOGGLE-STATUS.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-FIXED-ASSETS OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-FIXED-ASSETS OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-PJ-CAPITALIZE.
    *> Capitalizacao de obra em andamento: o custo acumulado do
    *> projeto na conta de obras em andamento (CIP) vira um ou
    *> mais ativos do FIXED-ASSETS (aquisicao = entrada em
    *> operacao), com o lancamento D conta do bem x C CIP, as
    *> duas pontas com o codigo do projeto (o ITD do PROJECT-RPT
    *> nao muda). Capitalizacao parcial (fase) deixa o saldo na
    *> CIP e o projeto aberto; a total encerra o projeto.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-PJ-RECORD

    DISPLAY " "
    DISPLAY "=== Capitalizacao de obra em andamento ==="
    DISPLAY "Codigo do projeto (ate 8 chars)..: " WITH NO ADVANCING
    ACCEPT PJ-CODE OF WS-PJ-RECORD

    MOVE "R" TO WS-PJ-OP-CODE
    CALL "PROJECTS-IO" USING
         WS-PJ-OP-CODE
         WS-PJ-RECORD
         WS-PJ-RETURN-STATUS
    IF WS-PJ-RETURN-STATUS NOT = "00"
       DISPLAY "Projeto nao encontrado. STATUS: " WS-PJ-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    IF NOT PJ-IS-OPEN OF WS-PJ-RECORD
       DISPLAY "Projeto encerrado - nada a capitalizar."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de obras em andamento (CIP): " WITH NO ADVANCING
    ACCEPT WS-CIP-ACCT
    MOVE WS-CIP-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM COMPUTE-PROJECT-CIP-BALANCE
    DISPLAY "Custo acumulado do projeto na CIP: " WS-CIP-BALANCE
    IF WS-CIP-BALANCE NOT > 0
       DISPLAY "Sem saldo a capitalizar nesta conta."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Entrada em operacao (AAAAMMDD)...: " WITH NO ADVANCING
    ACCEPT WS-CIP-DATE

    MOVE WS-CIP-DATE (1:6) TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    MOVE SPACE TO WS-PC-RETURN-STATUS
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OF WS-PC-RECORD
            OR PERIOD-IS-SOFTCLOSED OF WS-PC-RECORD)
       DISPLAY "Periodo " WS-CIP-DATE (1:6) " fechado (ou em"
               " pre-fechamento) para lancamentos."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Ate 10 ativos novos, cada um com vida e contas proprias
    MOVE 0 TO WS-CIP-COUNT
    MOVE 0 TO WS-CIP-TOTAL
    MOVE "N" TO WS-CIP-END-SWITCH
    PERFORM UNTIL CIP-ASSETS-DONE OR WS-CIP-COUNT >= 10
       PERFORM ACCEPT-CIP-ASSET
    END-PERFORM

    IF WS-CIP-COUNT = 0
       DISPLAY "Nenhum ativo informado - nada capitalizado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-CIP-REMAINING = WS-CIP-BALANCE - WS-CIP-TOTAL
    DISPLAY "Capitalizar " WS-CIP-TOTAL " em " WS-CIP-COUNT
            " ativo(s); fica na CIP: " WS-CIP-REMAINING
    DISPLAY "Confirma (S/N)? " WITH NO ADVANCING
    MOVE SPACE TO WS-CIP-ANSWER
    ACCEPT WS-CIP-ANSWER
    IF WS-CIP-ANSWER NOT = "S" AND WS-CIP-ANSWER NOT = "s"
       DISPLAY "Nada capitalizado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-CIP-ENTRY
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       DISPLAY "Lancamento de capitalizacao recusado - STATUS: "
               WS-JR-RETURN-STATUS ". Nenhum ativo criado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-CIP-I FROM 1 BY 1 UNTIL WS-CIP-I > WS-CIP-COUNT
       PERFORM CREATE-CIP-ASSET
    END-PERFORM

    *> Capitalizacao total encerra o projeto; parcial pergunta
    IF WS-CIP-REMAINING = 0
       MOVE "S" TO WS-CIP-ANSWER
    ELSE
       DISPLAY "Capitalizacao parcial - encerrar o projeto mesmo"
               " assim (S/N)? " WITH NO ADVANCING
       MOVE SPACE TO WS-CIP-ANSWER
       ACCEPT WS-CIP-ANSWER
    END-IF
    IF WS-CIP-ANSWER = "S" OR WS-CIP-ANSWER = "s"
       SET PJ-IS-CLOSED OF WS-PJ-RECORD TO TRUE
       MOVE "U" TO WS-PJ-OP-CODE
       CALL "PROJECTS-IO" USING
            WS-PJ-OP-CODE
            WS-PJ-RECORD
            WS-PJ-RETURN-STATUS
       DISPLAY "Projeto " PJ-CODE OF WS-PJ-RECORD
               " ENCERRADO - STATUS: " WS-PJ-RETURN-STATUS
    END-IF

    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

COMPUTE-PROJECT-CIP-BALANCE.
    *> Saldo do projeto na conta CIP pela referencia cruzada da
    *> conta (JRNL-XREF-IO 'K'/'N'): linhas com o codigo do
    *> projeto dos lancamentos postados, mais as capitalizacoes
    *> ainda nao postadas (origem IMB aprovada) - senao duas
    *> capitalizacoes seguidas antes do POST-LEDGER usariam o
    *> mesmo saldo.
    MOVE 0 TO WS-CIP-BALANCE
    MOVE 0 TO WS-CIP-HDR-TXN-ID
    MOVE "N" TO WS-CIP-HDR-SWITCH

    MOVE SPACE TO WS-XR-RECORD
    MOVE WS-CIP-ACCT TO XR-ACCOUNT-ID OF WS-XR-RECORD
    MOVE 0 TO XR-DATE OF WS-XR-RECORD
    MOVE 0 TO WS-XR-DATE-TO
    MOVE "K" TO WS-XR-OP-CODE
    CALL "JRNL-XREF-IO" USING
         WS-XR-OP-CODE
         WS-XR-RECORD
         WS-XR-DATE-TO
         WS-XR-RETURN-STATUS

    PERFORM UNTIL WS-XR-RETURN-STATUS NOT = "00"
       IF XR-TXN-ID OF WS-XR-RECORD NOT = WS-CIP-HDR-TXN-ID
          PERFORM READ-CIP-ENTRY
       END-IF
       MOVE XR-LINE-NO OF WS-XR-RECORD TO WS-CIP-LINE-K
       IF CIP-HDR-COUNTS
          AND WS-CIP-LINE-K > 0 AND WS-CIP-LINE-K NOT > 200
          IF JR-LINE-PROJECT (WS-CIP-LINE-K) = PJ-CODE OF WS-PJ-RECORD
             IF XR-LINE-DC OF WS-XR-RECORD = "D"
                ADD XR-LINE-AMOUNT-CENTS OF WS-XR-RECORD
                  TO WS-CIP-BALANCE
             ELSE
                SUBTRACT XR-LINE-AMOUNT-CENTS OF WS-XR-RECORD
                  FROM WS-CIP-BALANCE
             END-IF
          END-IF
       END-IF

       MOVE "N" TO WS-XR-OP-CODE
       CALL "JRNL-XREF-IO" USING
            WS-XR-OP-CODE
            WS-XR-RECORD
            WS-XR-DATE-TO
            WS-XR-RETURN-STATUS
    END-PERFORM
    .

READ-CIP-ENTRY.
    MOVE XR-TXN-ID OF WS-XR-RECORD TO WS-CIP-HDR-TXN-ID
    MOVE "N" TO WS-CIP-HDR-SWITCH

    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE WS-CIP-HDR-TXN-ID TO JR-TXN-ID
    MOVE "R" TO WS-JR-OP-CODE
    MOVE 0 TO WS-JR-DATE-TO
    MOVE 0 TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO
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

    IF WS-JR-RETURN-STATUS = "00"
       IF JR-POSTED-FLAG = "Y"
          MOVE "Y" TO WS-CIP-HDR-SWITCH
       ELSE
          IF JR-SRC-FIXED-ASSETS OF JR-RECORD
             AND JR-APPROVAL-STATUS = "A"
             MOVE "Y" TO WS-CIP-HDR-SWITCH
          END-IF
       END-IF
    END-IF
    .

ACCEPT-CIP-ASSET.
    DISPLAY " "
    COMPUTE WS-CIP-REMAINING = WS-CIP-BALANCE - WS-CIP-TOTAL
    DISPLAY "Ativos informados: " WS-CIP-COUNT
            " - saldo livre na CIP: " WS-CIP-REMAINING
    DISPLAY "ID do novo ativo (0 = fim).......: " WITH NO ADVANCING
    MOVE 0 TO WS-CIP-NEW-ID
    ACCEPT WS-CIP-NEW-ID
    IF WS-CIP-NEW-ID = 0
       MOVE "Y" TO WS-CIP-END-SWITCH
       EXIT PARAGRAPH
    END-IF

    *> O ID nao pode existir no cadastro nem repetir na lista
    MOVE SPACE TO WS-FA-RECORD
    MOVE WS-CIP-NEW-ID TO FA-ASSET-ID OF WS-FA-RECORD
    MOVE "R" TO WS-FA-OP-CODE
    CALL "FIXED-ASSETS-IO" USING
         WS-FA-OP-CODE
         WS-FA-RECORD
         WS-FA-RETURN-STATUS
    IF WS-FA-RETURN-STATUS = "00"
       DISPLAY "ID ja cadastrado - informe outro."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CIP-I FROM 1 BY 1 UNTIL WS-CIP-I > WS-CIP-COUNT
       IF WS-CIP-ASSET-ID (WS-CIP-I) = WS-CIP-NEW-ID
          MOVE 99 TO WS-CIP-I
       END-IF
    END-PERFORM
    IF WS-CIP-I > 90
       DISPLAY "ID repetido nesta capitalizacao - informe outro."
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CIP-COUNT
    MOVE WS-CIP-NEW-ID TO WS-CIP-ASSET-ID (WS-CIP-COUNT)

    DISPLAY "Descricao (ate 40 chars).........: " WITH NO ADVANCING
    MOVE SPACES TO WS-CIP-DESC (WS-CIP-COUNT)
    ACCEPT WS-CIP-DESC (WS-CIP-COUNT)

    DISPLAY "Custo em centavos................: " WITH NO ADVANCING
    MOVE 0 TO WS-CIP-COST (WS-CIP-COUNT)
    ACCEPT WS-CIP-COST (WS-CIP-COUNT)
    IF WS-CIP-COST (WS-CIP-COUNT) = 0
       OR WS-CIP-TOTAL + WS-CIP-COST (WS-CIP-COUNT) > WS-CIP-BALANCE
       DISPLAY "Custo zero ou acima do saldo livre - ativo descartado."
       SUBTRACT 1 FROM WS-CIP-COUNT
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Vida util em meses...............: " WITH NO ADVANCING
    MOVE 0 TO WS-CIP-LIFE (WS-CIP-COUNT)
    ACCEPT WS-CIP-LIFE (WS-CIP-COUNT)
    IF WS-CIP-LIFE (WS-CIP-COUNT) = 0
       DISPLAY "Vida util nao pode ser zero - ativo descartado."
       SUBTRACT 1 FROM WS-CIP-COUNT
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta do bem (ativo imobilizado).: " WITH NO ADVANCING
    MOVE 0 TO WS-CIP-ASSET-ACCT (WS-CIP-COUNT)
    ACCEPT WS-CIP-ASSET-ACCT (WS-CIP-COUNT)
    MOVE WS-CIP-ASSET-ACCT (WS-CIP-COUNT) TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Ativo descartado."
       SUBTRACT 1 FROM WS-CIP-COUNT
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de depreciacao acumulada...: " WITH NO ADVANCING
    MOVE 0 TO WS-CIP-DEPR-ACCT (WS-CIP-COUNT)
    ACCEPT WS-CIP-DEPR-ACCT (WS-CIP-COUNT)
    MOVE WS-CIP-DEPR-ACCT (WS-CIP-COUNT) TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Ativo descartado."
       SUBTRACT 1 FROM WS-CIP-COUNT
       EXIT PARAGRAPH
    END-IF

    ADD WS-CIP-COST (WS-CIP-COUNT) TO WS-CIP-TOTAL
    .

WRITE-CIP-ENTRY.
    *> D conta de cada bem x C CIP pelo total, com o projeto nas
    *> linhas
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
    MOVE WS-CIP-DATE TO JR-DATE

    STRING "CAPITALIZACAO OBRA " DELIMITED BY SIZE
           PJ-CODE OF WS-PJ-RECORD DELIMITED BY SPACE
      INTO JR-MEMO

    MOVE 0 TO WS-JR-LINE-I
    PERFORM VARYING WS-CIP-I FROM 1 BY 1 UNTIL WS-CIP-I > WS-CIP-COUNT
       ADD 1 TO WS-JR-LINE-I
       MOVE WS-JR-LINE-I TO JR-LINE-NO (WS-JR-LINE-I)
       MOVE WS-CIP-ASSET-ACCT (WS-CIP-I)
         TO JR-LINE-ACCOUNT-ID (WS-JR-LINE-I)
       MOVE "D" TO JR-LINE-DC (WS-JR-LINE-I)
       MOVE WS-CIP-COST (WS-CIP-I)
         TO JR-LINE-AMOUNT-CENTS (WS-JR-LINE-I)
       MOVE PJ-CODE OF WS-PJ-RECORD TO JR-LINE-PROJECT (WS-JR-LINE-I)
    END-PERFORM

    ADD 1 TO WS-JR-LINE-I
    MOVE WS-JR-LINE-I TO JR-LINE-NO (WS-JR-LINE-I)
    MOVE WS-CIP-ACCT TO JR-LINE-ACCOUNT-ID (WS-JR-LINE-I)
    MOVE "C" TO JR-LINE-DC (WS-JR-LINE-I)
    MOVE WS-CIP-TOTAL TO JR-LINE-AMOUNT-CENTS (WS-JR-LINE-I)
    MOVE PJ-CODE OF WS-PJ-RECORD TO JR-LINE-PROJECT (WS-JR-LINE-I)

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-FIXED-ASSETS OF JR-RECORD TO TRUE
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

    DISPLAY "Lancamento de capitalizacao (ID " JR-TXN-ID
            ") - STATUS: " WS-JR-RETURN-STATUS
    .

CREATE-CIP-ASSET.
    MOVE SPACE TO WS-FA-RECORD
    MOVE WS-CIP-ASSET-ID (WS-CIP-I)   TO FA-ASSET-ID OF WS-FA-RECORD
    MOVE WS-CIP-DESC (WS-CIP-I)       TO FA-DESCRIPTION OF WS-FA-RECORD
    MOVE WS-CIP-DATE                  TO FA-ACQ-DATE OF WS-FA-RECORD
    MOVE WS-CIP-COST (WS-CIP-I)       TO FA-COST-CENTS OF WS-FA-RECORD
    MOVE WS-CIP-LIFE (WS-CIP-I)       TO FA-LIFE-MONTHS OF WS-FA-RECORD
    MOVE WS-CIP-ASSET-ACCT (WS-CIP-I) TO FA-ASSET-ACCT OF WS-FA-RECORD
    MOVE WS-CIP-DEPR-ACCT (WS-CIP-I)
      TO FA-ACCUM-DEPR-ACCT OF WS-FA-RECORD
    MOVE 0 TO FA-MONTHS-DEPRECIATED OF WS-FA-RECORD
    MOVE 0 TO FA-LAST-DEPR-PERIOD OF WS-FA-RECORD
    MOVE 0 TO FA-DISPOSAL-DATE OF WS-FA-RECORD
    MOVE 0 TO FA-PROCEEDS-CENTS OF WS-FA-RECORD
    MOVE 0 TO FA-DISPOSAL-TXN-ID OF WS-FA-RECORD
    SET FA-IS-ACTIVE OF WS-FA-RECORD TO TRUE

    MOVE "C" TO WS-FA-OP-CODE
    CALL "FIXED-ASSETS-IO" USING
         WS-FA-OP-CODE
         WS-FA-RECORD
         WS-FA-RETURN-STATUS
    DISPLAY "Ativo " WS-CIP-ASSET-ID (WS-CIP-I)
            " incluido - STATUS: " WS-FA-RETURN-STATUS
    .

OPTION-IX-MAINTAIN.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-IX-RECORD
    MOVE SPACE TO WS-IX-RETURN-STATUS
    MOVE "N"   TO WS-IX-EXISTS-SWITCH
    MOVE 0 TO IX-PERIOD OF WS-IX-RECORD
    MOVE 0 TO IX-DAY OF WS-IX-RECORD

    DISPLAY " "
    DISPLAY "=== Indice economico ==="
    DISPLAY "Indice (IPCA, IGPM, INPC, CDI)...: " WITH NO ADVANCING
    ACCEPT IX-INDEX-CODE OF WS-IX-RECORD

    IF NOT IX-KNOWN-INDEX OF WS-IX-RECORD
       DISPLAY "Indice desconhecido - nada cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Mes de referencia (AAAAMM).......: " WITH NO ADVANCING
    ACCEPT IX-PERIOD OF WS-IX-RECORD
    IF IX-PERIOD OF WS-IX-RECORD (5:2) < "01"
       OR IX-PERIOD OF WS-IX-RECORD (5:2) > "12"
       DISPLAY "Mes invalido - nada cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Taxa diaria so para o CDI; os demais sao mensais
    IF IX-INDEX-CODE OF WS-IX-RECORD = "CDI"
       DISPLAY "Dia (00 = variacao do mes, 01-31 = taxa do dia): "
               WITH NO ADVANCING
       ACCEPT IX-DAY OF WS-IX-RECORD
       IF IX-DAY OF WS-IX-RECORD > 31
          DISPLAY "Dia invalido - nada cadastrado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE "R" TO WS-IX-OP-CODE
    CALL "ECON-INDEX-IO" USING
         WS-IX-OP-CODE
         WS-IX-RECORD
         WS-IX-RETURN-STATUS
    IF WS-IX-RETURN-STATUS = "00"
       SET INDEX-ALREADY-EXISTS TO TRUE
       MOVE IX-RATE OF WS-IX-RECORD TO WS-IX-EDIT-RATE
       DISPLAY "Valor atual: " WS-IX-EDIT-RATE "% (gravado por "
               IX-UPDATED-BY OF WS-IX-RECORD " em "
               IX-UPDATED-DATE OF WS-IX-RECORD ")"
    ELSE
       DISPLAY "Valor novo."
    END-IF

    DISPLAY "Variacao/taxa em % (ex -0.35 ou 0.42): "
            WITH NO ADVANCING
    MOVE 0 TO IX-RATE OF WS-IX-RECORD
    ACCEPT IX-RATE OF WS-IX-RECORD
    MOVE IX-RATE OF WS-IX-RECORD TO WS-IX-EDIT-RATE
    DISPLAY "Valor a gravar: " WS-IX-EDIT-RATE "%"

    MOVE L-OPERATOR-ID TO IX-UPDATED-BY OF WS-IX-RECORD
    ACCEPT IX-UPDATED-DATE OF WS-IX-RECORD FROM DATE YYYYMMDD

    IF INDEX-ALREADY-EXISTS
       MOVE "U" TO WS-IX-OP-CODE
    ELSE
       MOVE "C" TO WS-IX-OP-CODE
    END-IF
    CALL "ECON-INDEX-IO" USING
         WS-IX-OP-CODE
         WS-IX-RECORD
         WS-IX-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-IX-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-IX-LIST.
    MOVE SPACE TO WS-IX-RECORD
    MOVE 0     TO WS-IX-LIST-COUNT
    MOVE 0     TO WS-IX-FILTER-YEAR

    DISPLAY " "
    DISPLAY "=== Lista de indices economicos ==="
    DISPLAY "Indice (ENTER = todos)...........: " WITH NO ADVANCING
    MOVE SPACES TO WS-IX-FILTER-CODE
    ACCEPT WS-IX-FILTER-CODE
    DISPLAY "Ano (AAAA, 0 = todos)............: " WITH NO ADVANCING
    ACCEPT WS-IX-FILTER-YEAR

    MOVE "L" TO WS-IX-OP-CODE
    CALL "ECON-INDEX-IO" USING
         WS-IX-OP-CODE
         WS-IX-RECORD
         WS-IX-RETURN-STATUS

    PERFORM UNTIL WS-IX-RETURN-STATUS NOT = "00"
       IF (WS-IX-FILTER-CODE = SPACES
           OR WS-IX-FILTER-CODE = IX-INDEX-CODE OF WS-IX-RECORD)
          AND (WS-IX-FILTER-YEAR = 0
           OR WS-IX-FILTER-YEAR = IX-PERIOD OF WS-IX-RECORD (1:4))
          ADD 1 TO WS-IX-LIST-COUNT
          MOVE IX-RATE OF WS-IX-RECORD TO WS-IX-EDIT-RATE
          DISPLAY "  " IX-INDEX-CODE OF WS-IX-RECORD
                  " " IX-PERIOD OF WS-IX-RECORD
                  " dia " IX-DAY OF WS-IX-RECORD
                  " " WS-IX-EDIT-RATE "%"
                  " " IX-UPDATED-BY OF WS-IX-RECORD
       END-IF

       MOVE "N" TO WS-IX-OP-CODE
       CALL "ECON-INDEX-IO" USING
            WS-IX-OP-CODE
            WS-IX-RECORD
            WS-IX-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de valores listados: " WS-IX-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-LA-MAINTAIN.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-LA-RECORD
    MOVE SPACE TO WS-LA-RETURN-STATUS
    MOVE "N"   TO WS-LA-EXISTS-SWITCH

    DISPLAY " "
    DISPLAY "=== Ajuste do LALUR/LACS ==="
    DISPLAY "Codigo do ajuste (ate 6 chars)...: " WITH NO ADVANCING
    ACCEPT LA-CODE OF WS-LA-RECORD

    IF LA-CODE OF WS-LA-RECORD = SPACES
       OR LA-CODE OF WS-LA-RECORD = "PREJU"
       DISPLAY "Codigo em branco ou reservado (PREJU) - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE "R" TO WS-LA-OP-CODE
    CALL "LALUR-ADJ-IO" USING
         WS-LA-OP-CODE
         WS-LA-RECORD
         WS-LA-RETURN-STATUS
    IF WS-LA-RETURN-STATUS = "00"
       SET ADJUSTMENT-ALREADY-EXISTS TO TRUE
       DISPLAY "Ajuste existente: " LA-DESCRIPTION OF WS-LA-RECORD
               " tipo " LA-TYPE OF WS-LA-RECORD
               " tributo " LA-SCOPE OF WS-LA-RECORD
               " origem " LA-SOURCE OF WS-LA-RECORD
               " status " LA-STATUS OF WS-LA-RECORD
       DISPLAY "(todos os campos serao informados de novo)"
    END-IF
    MOVE 0 TO LA-MANUAL-PERIOD OF WS-LA-RECORD
    MOVE 0 TO LA-MANUAL-CENTS OF WS-LA-RECORD
    PERFORM VARYING WS-LA-ACCT-I FROM 1 BY 1 UNTIL WS-LA-ACCT-I > 5
       MOVE 0 TO LA-ACCOUNT-ID OF WS-LA-RECORD (WS-LA-ACCT-I)
    END-PERFORM

    DISPLAY "Descricao (ate 40 chars).........: " WITH NO ADVANCING
    ACCEPT LA-DESCRIPTION OF WS-LA-RECORD
    DISPLAY "Tipo (A=adicao E=exclusao).......: " WITH NO ADVANCING
    ACCEPT LA-TYPE OF WS-LA-RECORD
    DISPLAY "Tributo (I=IRPJ C=CSLL B=ambos)..: " WITH NO ADVANCING
    ACCEPT LA-SCOPE OF WS-LA-RECORD
    DISPLAY "Origem (C=contas M=valor manual).: " WITH NO ADVANCING
    ACCEPT LA-SOURCE OF WS-LA-RECORD

    IF (NOT LA-IS-ADDITION OF WS-LA-RECORD
        AND NOT LA-IS-EXCLUSION OF WS-LA-RECORD)
       OR (NOT LA-AFFECTS-IRPJ OF WS-LA-RECORD
        AND NOT LA-AFFECTS-CSLL OF WS-LA-RECORD)
       OR (NOT LA-FROM-ACCOUNTS OF WS-LA-RECORD
        AND NOT LA-FROM-MANUAL OF WS-LA-RECORD)
       DISPLAY "Tipo, tributo ou origem invalido - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    IF LA-FROM-ACCOUNTS OF WS-LA-RECORD
       DISPLAY "Contas ligadas (ate 5, 0 encerra):"
       PERFORM VARYING WS-LA-ACCT-I FROM 1 BY 1 UNTIL WS-LA-ACCT-I > 5
          DISPLAY "  Conta " WS-LA-ACCT-I "......................: "
                  WITH NO ADVANCING
          ACCEPT LA-ACCOUNT-ID OF WS-LA-RECORD (WS-LA-ACCT-I)
          IF LA-ACCOUNT-ID OF WS-LA-RECORD (WS-LA-ACCT-I) = 0
             MOVE 6 TO WS-LA-ACCT-I
          ELSE
             MOVE LA-ACCOUNT-ID OF WS-LA-RECORD (WS-LA-ACCT-I)
               TO WS-AC-ACCOUNT-ID
             PERFORM VALIDATE-ENTRY-ACCOUNT-ID
             IF NOT ENTRY-ACCOUNT-OK
                DISPLAY "Pressione ENTER para voltar."
                ACCEPT WS-PAUSE
                EXIT PARAGRAPH
             END-IF
          END-IF
       END-PERFORM
       IF LA-ACCOUNT-ID OF WS-LA-RECORD (1) = 0
          DISPLAY "Nenhuma conta ligada - nada gravado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    ELSE
       DISPLAY "Apuracao do valor (AAAAMM, ultimo mes): "
               WITH NO ADVANCING
       ACCEPT LA-MANUAL-PERIOD OF WS-LA-RECORD
       DISPLAY "Valor em centavos................: " WITH NO ADVANCING
       ACCEPT LA-MANUAL-CENTS OF WS-LA-RECORD
    END-IF

    DISPLAY "Controle na Parte B (S/N)........: " WITH NO ADVANCING
    ACCEPT WS-PAUSE
    IF WS-PAUSE (1:1) = "S" OR WS-PAUSE (1:1) = "s"
       SET LA-HAS-PARTB OF WS-LA-RECORD TO TRUE
    ELSE
       MOVE "N" TO LA-PARTB-FLAG OF WS-LA-RECORD
    END-IF
    DISPLAY "Ativo (S/N)......................: " WITH NO ADVANCING
    ACCEPT WS-PAUSE
    IF WS-PAUSE (1:1) = "N" OR WS-PAUSE (1:1) = "n"
       SET LA-IS-INACTIVE OF WS-LA-RECORD TO TRUE
    ELSE
       SET LA-IS-ACTIVE OF WS-LA-RECORD TO TRUE
    END-IF

    IF ADJUSTMENT-ALREADY-EXISTS
       MOVE "U" TO WS-LA-OP-CODE
    ELSE
       MOVE "C" TO WS-LA-OP-CODE
    END-IF
    CALL "LALUR-ADJ-IO" USING
         WS-LA-OP-CODE
         WS-LA-RECORD
         WS-LA-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-LA-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-LA-LIST.
    MOVE SPACE TO WS-LA-RECORD
    MOVE SPACE TO WS-LA-RETURN-STATUS
    MOVE 0     TO WS-LA-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Ajustes do LALUR/LACS ==="

    MOVE "L" TO WS-LA-OP-CODE
    CALL "LALUR-ADJ-IO" USING
         WS-LA-OP-CODE
         WS-LA-RECORD
         WS-LA-RETURN-STATUS

    PERFORM UNTIL WS-LA-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-LA-LIST-COUNT
       DISPLAY "  " LA-CODE OF WS-LA-RECORD
               " " LA-DESCRIPTION OF WS-LA-RECORD
               " " LA-TYPE OF WS-LA-RECORD
               "/" LA-SCOPE OF WS-LA-RECORD
               " Parte B " LA-PARTB-FLAG OF WS-LA-RECORD
               " " LA-STATUS OF WS-LA-RECORD
       IF LA-FROM-ACCOUNTS OF WS-LA-RECORD
          DISPLAY "    contas " LA-ACCOUNT-ID OF WS-LA-RECORD (1)
                  " " LA-ACCOUNT-ID OF WS-LA-RECORD (2)
                  " " LA-ACCOUNT-ID OF WS-LA-RECORD (3)
                  " " LA-ACCOUNT-ID OF WS-LA-RECORD (4)
                  " " LA-ACCOUNT-ID OF WS-LA-RECORD (5)
       ELSE
          COMPUTE WS-LA-EDIT-AMOUNT =
                  LA-MANUAL-CENTS OF WS-LA-RECORD / 100
          DISPLAY "    valor manual " WS-LA-EDIT-AMOUNT
                  " apuracao " LA-MANUAL-PERIOD OF WS-LA-RECORD
       END-IF

       MOVE "N" TO WS-LA-OP-CODE
       CALL "LALUR-ADJ-IO" USING
            WS-LA-OP-CODE
            WS-LA-RECORD
            WS-LA-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de ajustes: " WS-LA-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-LB-TAKEON.
    *> Saldo de implantacao: vira o saldo final de uma apuracao
    *> anterior a primeira rodada do LALUR-RUN na empresa
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-LB-RECORD
    MOVE SPACE TO WS-LB-RETURN-STATUS
    MOVE 0 TO LB-PERIOD OF WS-LB-RECORD
    MOVE 0 TO LB-CLOSING-CENTS OF WS-LB-RECORD

    DISPLAY " "
    DISPLAY "=== Saldo de implantacao da Parte B ==="
    DISPLAY "Conta da Parte B (codigo do ajuste ou PREJU): "
            WITH NO ADVANCING
    ACCEPT LB-CODE OF WS-LB-RECORD
    DISPLAY "Tributo (I=IRPJ C=CSLL)..........: " WITH NO ADVANCING
    ACCEPT LB-TAX OF WS-LB-RECORD
    IF LB-CODE OF WS-LB-RECORD = SPACES
       OR (LB-TAX OF WS-LB-RECORD NOT = "I"
           AND LB-TAX OF WS-LB-RECORD NOT = "C")
       DISPLAY "Conta ou tributo invalido - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    IF LB-CODE OF WS-LB-RECORD NOT = "PREJU"
       MOVE LB-CODE OF WS-LB-RECORD TO LA-CODE OF WS-LA-RECORD
       MOVE "R" TO WS-LA-OP-CODE
       CALL "LALUR-ADJ-IO" USING
            WS-LA-OP-CODE
            WS-LA-RECORD
            WS-LA-RETURN-STATUS
       IF WS-LA-RETURN-STATUS NOT = "00"
          OR NOT LA-HAS-PARTB OF WS-LA-RECORD
          DISPLAY "Ajuste inexistente ou sem controle na Parte B - "
                  "nada gravado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
       MOVE LA-DESCRIPTION OF WS-LA-RECORD
         TO LB-DESCRIPTION OF WS-LB-RECORD
    ELSE
       IF LB-TAX OF WS-LB-RECORD = "I"
          MOVE "PREJUIZO FISCAL A COMPENSAR"
            TO LB-DESCRIPTION OF WS-LB-RECORD
       ELSE
          MOVE "BASE NEGATIVA DA CSLL A COMPENSAR"
            TO LB-DESCRIPTION OF WS-LB-RECORD
       END-IF
    END-IF

    DISPLAY "Apuracao de referencia (AAAAMM)..: " WITH NO ADVANCING
    ACCEPT LB-PERIOD OF WS-LB-RECORD
    IF LB-PERIOD OF WS-LB-RECORD (5:2) < "01"
       OR LB-PERIOD OF WS-LB-RECORD (5:2) > "12"
       DISPLAY "Mes invalido - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Saldo em centavos................: " WITH NO ADVANCING
    ACCEPT LB-CLOSING-CENTS OF WS-LB-RECORD

    MOVE 0 TO LB-OPENING-CENTS OF WS-LB-RECORD
    MOVE LB-CLOSING-CENTS OF WS-LB-RECORD
      TO LB-ADDITIONS-CENTS OF WS-LB-RECORD
    MOVE 0 TO LB-REDUCTIONS-CENTS OF WS-LB-RECORD
    SET LB-FROM-TAKEON OF WS-LB-RECORD TO TRUE
    ACCEPT LB-UPDATED-DATE OF WS-LB-RECORD FROM DATE YYYYMMDD

    MOVE "W" TO WS-LB-OP-CODE
    CALL "LALUR-PARTB-IO" USING
         WS-LB-OP-CODE
         WS-LB-RECORD
         WS-LB-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-LB-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   APLICACOES FINANCEIRAS - Registro e pedido de resgate
*>   (INVESTMENTS)
*> ============================================================
OPTION-IV-CREATE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-IV-RECORD
    MOVE 0 TO IV-ID OF WS-IV-RECORD
    MOVE 0 TO IV-BANK-ACCT-ID OF WS-IV-RECORD
    MOVE 0 TO IV-PRINCIPAL-CENTS OF WS-IV-RECORD
    MOVE 0 TO IV-START-DATE OF WS-IV-RECORD
    MOVE 0 TO IV-MATURITY-DATE OF WS-IV-RECORD
    MOVE 0 TO IV-RATE OF WS-IV-RECORD
    MOVE 0 TO IV-ASSET-ACCT OF WS-IV-RECORD
    MOVE 0 TO IV-INCOME-ACCT OF WS-IV-RECORD
    MOVE 0 TO IV-IR-EXP-ACCT OF WS-IV-RECORD
    MOVE 0 TO IV-IR-PROV-ACCT OF WS-IV-RECORD
    MOVE 0 TO IV-IOF-ACCT OF WS-IV-RECORD
    MOVE 0 TO IV-ACCRUED-CENTS OF WS-IV-RECORD
    MOVE 0 TO IV-IR-PROV-CENTS OF WS-IV-RECORD
    MOVE 0 TO IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD
    MOVE 0 TO IV-LAST-PERIOD OF WS-IV-RECORD
    MOVE 0 TO IV-REDEEM-DATE OF WS-IV-RECORD
    MOVE 0 TO IV-REDEEM-CENTS OF WS-IV-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de aplicacao financeira ==="
    DISPLAY "Numero da aplicacao (6 digitos)..: " WITH NO ADVANCING
    ACCEPT IV-ID OF WS-IV-RECORD

    DISPLAY "Descricao (ate 30 chars).........: " WITH NO ADVANCING
    ACCEPT IV-DESCRIPTION OF WS-IV-RECORD

    DISPLAY "Produto (CDB, LCI, LCA, FUND)....: " WITH NO ADVANCING
    ACCEPT IV-PRODUCT OF WS-IV-RECORD
    IF NOT IV-VALID-PRODUCT OF WS-IV-RECORD
       DISPLAY "Produto invalido - nada cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Conta bancaria propria de onde sai e para onde volta
    DISPLAY "Conta bancaria propria (ID)......: " WITH NO ADVANCING
    ACCEPT IV-BANK-ACCT-ID OF WS-IV-RECORD
    MOVE SPACE TO WS-BA-RECORD
    MOVE IV-BANK-ACCT-ID OF WS-IV-RECORD TO BA-ID OF WS-BA-RECORD
    MOVE "R" TO WS-BA-OP-CODE
    CALL "BANK-ACCTS-IO" USING
         WS-BA-OP-CODE
         WS-BA-RECORD
         WS-BA-RETURN-STATUS
    IF WS-BA-RETURN-STATUS NOT = "00"
       OR NOT BA-IS-ACTIVE OF WS-BA-RECORD
       DISPLAY "Conta bancaria inexistente ou inativa - nada "
               "cadastrado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Principal aplicado em centavos...: " WITH NO ADVANCING
    ACCEPT IV-PRINCIPAL-CENTS OF WS-IV-RECORD
    IF IV-PRINCIPAL-CENTS OF WS-IV-RECORD = 0
       DISPLAY "Principal nao pode ser zero."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Data da aplicacao (AAAAMMDD).....: " WITH NO ADVANCING
    ACCEPT IV-START-DATE OF WS-IV-RECORD
    DISPLAY "Vencimento (AAAAMMDD, 0 = sem)...: " WITH NO ADVANCING
    ACCEPT IV-MATURITY-DATE OF WS-IV-RECORD
    IF IV-MATURITY-DATE OF WS-IV-RECORD NOT = 0
       AND IV-MATURITY-DATE OF WS-IV-RECORD
           NOT > IV-START-DATE OF WS-IV-RECORD
       DISPLAY "Vencimento deve ser posterior a aplicacao."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Remuneracao (C = % do CDI, F = prefixada): "
            WITH NO ADVANCING
    ACCEPT IV-RATE-TYPE OF WS-IV-RECORD
    EVALUATE TRUE
       WHEN IV-IS-CDI-LINKED OF WS-IV-RECORD
          DISPLAY "% do CDI (ex 105.0000)...........: "
                  WITH NO ADVANCING
       WHEN IV-IS-FIXED-RATE OF WS-IV-RECORD
          DISPLAY "Taxa anual em % (ex 012.5000)....: "
                  WITH NO ADVANCING
       WHEN OTHER
          DISPLAY "Remuneracao invalida - nada cadastrado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
    END-EVALUATE
    ACCEPT IV-RATE OF WS-IV-RECORD

    DISPLAY "Conta do ativo (aplicacao).......: " WITH NO ADVANCING
    ACCEPT IV-ASSET-ACCT OF WS-IV-RECORD
    MOVE IV-ASSET-ACCT OF WS-IV-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de receita financeira......: " WITH NO ADVANCING
    ACCEPT IV-INCOME-ACCT OF WS-IV-RECORD
    MOVE IV-INCOME-ACCT OF WS-IV-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> LCI/LCA isentas: sem contas de IR
    IF NOT IV-IR-EXEMPT OF WS-IV-RECORD
       DISPLAY "Conta de despesa de IR...........: " WITH NO ADVANCING
       ACCEPT IV-IR-EXP-ACCT OF WS-IV-RECORD
       MOVE IV-IR-EXP-ACCT OF WS-IV-RECORD TO WS-AC-ACCOUNT-ID
       PERFORM VALIDATE-ENTRY-ACCOUNT-ID
       IF NOT ENTRY-ACCOUNT-OK
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF

       DISPLAY "Conta da provisao de IR (passivo): " WITH NO ADVANCING
       ACCEPT IV-IR-PROV-ACCT OF WS-IV-RECORD
       MOVE IV-IR-PROV-ACCT OF WS-IV-RECORD TO WS-AC-ACCOUNT-ID
       PERFORM VALIDATE-ENTRY-ACCOUNT-ID
       IF NOT ENTRY-ACCOUNT-OK
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    DISPLAY "Conta de despesa de IOF..........: " WITH NO ADVANCING
    ACCEPT IV-IOF-ACCT OF WS-IV-RECORD
    MOVE IV-IOF-ACCT OF WS-IV-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Aplicacao anterior ao cadastro ja contabilizada a mao: o
    *> batch nao lanca de novo
    DISPLAY "Aplicacao ja lancada no razao (S/N)? " WITH NO ADVANCING
    MOVE SPACE TO WS-IV-ANSWER
    ACCEPT WS-IV-ANSWER
    IF WS-IV-ANSWER = "S" OR WS-IV-ANSWER = "s"
       MOVE "Y" TO IV-APPLIED-FLAG OF WS-IV-RECORD
    ELSE
       MOVE "N" TO IV-APPLIED-FLAG OF WS-IV-RECORD
    END-IF

    SET IV-IS-ACTIVE OF WS-IV-RECORD TO TRUE

    MOVE "C" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    DISPLAY "Resultado inclusao - STATUS: " WS-IV-RETURN-STATUS
    DISPLAY "(00 = OK, 22 = aplicacao ja cadastrada)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-IV-LIST.
    MOVE SPACE TO WS-IV-RECORD
    MOVE 0     TO WS-IV-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Lista de aplicacoes financeiras ==="

    MOVE "L" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    PERFORM UNTIL WS-IV-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-IV-LIST-COUNT
       MOVE IV-RATE OF WS-IV-RECORD TO WS-IV-EDIT-RATE
       DISPLAY "  " IV-ID OF WS-IV-RECORD
               " " IV-PRODUCT OF WS-IV-RECORD
               " " IV-DESCRIPTION OF WS-IV-RECORD
               " banco " IV-BANK-ACCT-ID OF WS-IV-RECORD
               " " WS-IV-EDIT-RATE
               " " IV-RATE-TYPE OF WS-IV-RECORD
               " venc " IV-MATURITY-DATE OF WS-IV-RECORD
               " [" IV-STATUS OF WS-IV-RECORD "]"
       DISPLAY "      principal " IV-PRINCIPAL-CENTS OF WS-IV-RECORD
               " rend " IV-ACCRUED-CENTS OF WS-IV-RECORD
               " IR " IV-IR-PROV-CENTS OF WS-IV-RECORD
               " ate " IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD
       IF IV-REDEEM-DATE OF WS-IV-RECORD NOT = 0
          DISPLAY "      resgate pedido para "
                  IV-REDEEM-DATE OF WS-IV-RECORD
                  " bruto " IV-REDEEM-CENTS OF WS-IV-RECORD
                  " (0 = total)"
       END-IF

       MOVE "N" TO WS-IV-OP-CODE
       CALL "INVESTMENTS-IO" USING
            WS-IV-OP-CODE
            WS-IV-RECORD
            WS-IV-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de aplicacoes: " WS-IV-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-IV-REDEEM.
    *> Pedido de resgate: o INVEST-ACCRUAL do mes da data lanca o
    *> resgate (IR, IOF, liquido no banco). Data 0 cancela o
    *> pedido pendente.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-IV-RECORD
    MOVE 0 TO IV-ID OF WS-IV-RECORD

    DISPLAY " "
    DISPLAY "=== Pedido de resgate de aplicacao financeira ==="
    DISPLAY "Numero da aplicacao..............: " WITH NO ADVANCING
    ACCEPT IV-ID OF WS-IV-RECORD

    MOVE "R" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS
    IF WS-IV-RETURN-STATUS NOT = "00"
       DISPLAY "Aplicacao nao encontrada - STATUS: "
               WS-IV-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    IF NOT IV-IS-ACTIVE OF WS-IV-RECORD
       DISPLAY "Aplicacao nao esta ativa - nada alterado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "  " IV-DESCRIPTION OF WS-IV-RECORD
            " principal " IV-PRINCIPAL-CENTS OF WS-IV-RECORD
            " rend " IV-ACCRUED-CENTS OF WS-IV-RECORD
            " apropriado ate " IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD

    DISPLAY "Data do resgate (AAAAMMDD, 0 = cancelar pedido): "
            WITH NO ADVANCING
    MOVE 0 TO WS-BD-DATE
    ACCEPT WS-BD-DATE

    IF WS-BD-DATE = 0
       MOVE 0 TO IV-REDEEM-DATE OF WS-IV-RECORD
       MOVE 0 TO IV-REDEEM-CENTS OF WS-IV-RECORD
    ELSE
       IF WS-BD-DATE NOT > IV-START-DATE OF WS-IV-RECORD
          OR WS-BD-DATE NOT > IV-LAST-ACCRUAL-DATE OF WS-IV-RECORD
          DISPLAY "Data anterior a aplicacao ou a dia ja "
                  "apropriado - nada alterado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF
       IF IV-MATURITY-DATE OF WS-IV-RECORD NOT = 0
          AND WS-BD-DATE NOT < IV-MATURITY-DATE OF WS-IV-RECORD
          DISPLAY "No vencimento o resgate e automatico - "
                  "nada alterado."
          DISPLAY "Pressione ENTER para voltar."
          ACCEPT WS-PAUSE
          EXIT PARAGRAPH
       END-IF

       *> Resgate so em dia util: rola para o proximo
       MOVE "R" TO WS-BD-OP-CODE
       MOVE 0   TO WS-BD-DAYS
       MOVE "N" TO WS-BD-ROLL-RULE
       CALL "BIZ-DAY" USING
            WS-BD-OP-CODE
            WS-BD-DATE
            WS-BD-DAYS
            WS-BD-ROLL-RULE
            WS-BD-BIZ-FLAG
            WS-BD-RETURN-STATUS
       DISPLAY "Resgate na data util " WS-BD-DATE
       MOVE WS-BD-DATE TO IV-REDEEM-DATE OF WS-IV-RECORD

       DISPLAY "Valor bruto em centavos (0 = total): "
               WITH NO ADVANCING
       MOVE 0 TO IV-REDEEM-CENTS OF WS-IV-RECORD
       ACCEPT IV-REDEEM-CENTS OF WS-IV-RECORD
    END-IF

    MOVE "U" TO WS-IV-OP-CODE
    CALL "INVESTMENTS-IO" USING
         WS-IV-OP-CODE
         WS-IV-RECORD
         WS-IV-RETURN-STATUS

    DISPLAY "Resultado - STATUS: " WS-IV-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

*> ============================================================
*>   ARRENDAMENTOS - Cadastro CPC 06 / IFRS 16 (LEASES)
*> ============================================================
OPTION-LS-CREATE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-LS-RECORD
    MOVE 0 TO LS-LEASE-ID OF WS-LS-RECORD
    MOVE 0 TO LS-VENDOR-ID OF WS-LS-RECORD
    MOVE 0 TO LS-START-DATE OF WS-LS-RECORD
    MOVE 0 TO LS-TERM-MONTHS OF WS-LS-RECORD
    MOVE 0 TO LS-PAYMENT-CENTS OF WS-LS-RECORD
    MOVE 0 TO LS-ANNUAL-RATE OF WS-LS-RECORD
    MOVE 0 TO LS-ROU-ACCT OF WS-LS-RECORD
    MOVE 0 TO LS-ROU-DEPR-ACCT OF WS-LS-RECORD
    MOVE 0 TO LS-DEPR-EXP-ACCT OF WS-LS-RECORD
    MOVE 0 TO LS-INT-EXP-ACCT OF WS-LS-RECORD
    MOVE 0 TO LS-ST-ACCT OF WS-LS-RECORD
    MOVE 0 TO LS-LT-ACCT OF WS-LS-RECORD
    MOVE 0 TO LS-INITIAL-PV-CENTS OF WS-LS-RECORD
    MOVE 0 TO LS-MONTHS-ELAPSED OF WS-LS-RECORD
    MOVE 0 TO LS-LAST-PERIOD OF WS-LS-RECORD
    MOVE "N" TO LS-INCEPTION-FLAG OF WS-LS-RECORD

    DISPLAY " "
    DISPLAY "=== Cadastro de contrato de arrendamento (CPC 06) ==="
    DISPLAY "Numero do contrato (8 digitos)...: " WITH NO ADVANCING
    ACCEPT LS-LEASE-ID OF WS-LS-RECORD

    DISPLAY "Descricao (ate 30 chars).........: " WITH NO ADVANCING
    ACCEPT LS-DESCRIPTION OF WS-LS-RECORD

    *> Arrendador precisa estar no cadastro de fornecedores: e
    *> quem fatura as parcelas no AP-MENU
    DISPLAY "Fornecedor arrendador (6 digitos): " WITH NO ADVANCING
    ACCEPT LS-VENDOR-ID OF WS-LS-RECORD
    MOVE SPACE TO WS-VD-RECORD
    MOVE LS-VENDOR-ID OF WS-LS-RECORD TO VD-VENDOR-ID OF WS-VD-RECORD
    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       DISPLAY "Fornecedor nao encontrado - STATUS: "
               WS-VD-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "  " VD-NAME OF WS-VD-RECORD

    DISPLAY "Data de inicio (AAAAMMDD)........: " WITH NO ADVANCING
    ACCEPT LS-START-DATE OF WS-LS-RECORD
    IF LS-START-DATE OF WS-LS-RECORD (5:2) < "01"
       OR LS-START-DATE OF WS-LS-RECORD (5:2) > "12"
       OR LS-START-DATE OF WS-LS-RECORD (7:2) < "01"
       OR LS-START-DATE OF WS-LS-RECORD (7:2) > "31"
       DISPLAY "Data invalida."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Prazo em meses (1-999)...........: " WITH NO ADVANCING
    ACCEPT LS-TERM-MONTHS OF WS-LS-RECORD
    IF LS-TERM-MONTHS OF WS-LS-RECORD = 0
       DISPLAY "Prazo nao pode ser zero."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Parcela mensal em centavos.......: " WITH NO ADVANCING
    ACCEPT LS-PAYMENT-CENTS OF WS-LS-RECORD
    IF LS-PAYMENT-CENTS OF WS-LS-RECORD = 0
       DISPLAY "Parcela nao pode ser zero."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Taxa de desconto anual % (014.0000): " WITH NO ADVANCING
    ACCEPT LS-ANNUAL-RATE OF WS-LS-RECORD

    DISPLAY "Conta do direito de uso (ativo)..: " WITH NO ADVANCING
    ACCEPT LS-ROU-ACCT OF WS-LS-RECORD
    MOVE LS-ROU-ACCT OF WS-LS-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de depreciacao acumulada...: " WITH NO ADVANCING
    ACCEPT LS-ROU-DEPR-ACCT OF WS-LS-RECORD
    MOVE LS-ROU-DEPR-ACCT OF WS-LS-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de despesa de depreciacao..: " WITH NO ADVANCING
    ACCEPT LS-DEPR-EXP-ACCT OF WS-LS-RECORD
    MOVE LS-DEPR-EXP-ACCT OF WS-LS-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta de despesa de juros........: " WITH NO ADVANCING
    ACCEPT LS-INT-EXP-ACCT OF WS-LS-RECORD
    MOVE LS-INT-EXP-ACCT OF WS-LS-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta passivo circulante.........: " WITH NO ADVANCING
    ACCEPT LS-ST-ACCT OF WS-LS-RECORD
    MOVE LS-ST-ACCT OF WS-LS-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Conta passivo nao circulante.....: " WITH NO ADVANCING
    ACCEPT LS-LT-ACCT OF WS-LS-RECORD
    MOVE LS-LT-ACCT OF WS-LS-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM VALIDATE-ENTRY-ACCOUNT-ID
    IF NOT ENTRY-ACCOUNT-OK
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    *> Valor presente das parcelas postecipadas na taxa mensal
    *> (anual / 12): VP = parcela x ((1+i)**n - 1) / ((1+i)**n x i)
    IF LS-ANNUAL-RATE OF WS-LS-RECORD = 0
       COMPUTE LS-INITIAL-PV-CENTS OF WS-LS-RECORD =
               LS-PAYMENT-CENTS OF WS-LS-RECORD
             * LS-TERM-MONTHS OF WS-LS-RECORD
    ELSE
       COMPUTE WS-LS-MONTH-RATE ROUNDED =
               LS-ANNUAL-RATE OF WS-LS-RECORD / 1200
       COMPUTE WS-LS-DISC-FACTOR ROUNDED =
               (1 + WS-LS-MONTH-RATE)
               ** LS-TERM-MONTHS OF WS-LS-RECORD
       COMPUTE LS-INITIAL-PV-CENTS OF WS-LS-RECORD ROUNDED =
               (LS-PAYMENT-CENTS OF WS-LS-RECORD
                * (WS-LS-DISC-FACTOR - 1))
             / (WS-LS-DISC-FACTOR * WS-LS-MONTH-RATE)
    END-IF
    COMPUTE WS-LS-DEC-PV = LS-INITIAL-PV-CENTS OF WS-LS-RECORD / 100
    MOVE WS-LS-DEC-PV TO WS-LS-EDIT-PV
    DISPLAY "Valor presente (direito de uso/passivo): " WS-LS-EDIT-PV

    SET LS-IS-ACTIVE OF WS-LS-RECORD TO TRUE

    MOVE "C" TO WS-LS-OP-CODE
    CALL "LEASES-IO" USING
         WS-LS-OP-CODE
         WS-LS-RECORD
         WS-LS-RETURN-STATUS

    DISPLAY "Resultado inclusao - STATUS: " WS-LS-RETURN-STATUS
    DISPLAY "(00 = OK, 22 = contrato ja cadastrado)."
    DISPLAY "A medicao inicial sai no proximo LEASE-SCHED; as faturas"
    DISPLAY "do arrendador devem ser registradas contra a conta "
            LS-ST-ACCT OF WS-LS-RECORD "."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-LS-LIST.
    MOVE SPACE TO WS-LS-RECORD
    MOVE 0     TO WS-LS-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Lista de contratos de arrendamento ==="

    MOVE "L" TO WS-LS-OP-CODE
    CALL "LEASES-IO" USING
         WS-LS-OP-CODE
         WS-LS-RECORD
         WS-LS-RETURN-STATUS

    PERFORM UNTIL WS-LS-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-LS-LIST-COUNT
       COMPUTE WS-LS-DEC-PV = LS-INITIAL-PV-CENTS OF WS-LS-RECORD / 100
       MOVE WS-LS-DEC-PV TO WS-LS-EDIT-PV
       DISPLAY "  " LS-LEASE-ID OF WS-LS-RECORD
               " " LS-DESCRIPTION OF WS-LS-RECORD
               " forn " LS-VENDOR-ID OF WS-LS-RECORD
               " VP " WS-LS-EDIT-PV
               " " LS-MONTHS-ELAPSED OF WS-LS-RECORD
               "/" LS-TERM-MONTHS OF WS-LS-RECORD
               " [" LS-STATUS OF WS-LS-RECORD "]"

       MOVE "N" TO WS-LS-OP-CODE
       CALL "LEASES-IO" USING
            WS-LS-OP-CODE
            WS-LS-RECORD
            WS-LS-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de contratos: " WS-LS-LIST-COUNT
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .
