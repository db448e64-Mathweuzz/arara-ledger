>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: lgpd-purge.cob
*> Objetivo:
*>   - Retencao de dados pessoais (LGPD): CPF, nome e dados
*>     bancarios de pessoas fisicas ficavam para sempre nos
*>     cadastros e nos arquivos CNAB. Este step aplica a
*>     politica do LGPD-RETENTION (mantida no SEC-MENU) por
*>     tipo de registro:
*>       CLI  - cliente com CPF (11 digitos no CU-CNPJ)
*>       FORN - fornecedor com CPF (11 digitos no VD-CNPJ, a
*>              mesma regra do WHT-INFORME)
*>       FUNC - funcionario (EMPLOYEES)
*>       USU  - operador (USERS)
*>     O registro so e ANONIMIZADO quando esta inativo, nao tem
*>     item em aberto e a ultima atividade ficou mais de
*>     LR-RETENTION-DAYS dias (30/360) para tras:
*>       CLI  - fatura em aberto/em remessa, adiantamento aberto,
*>              contrato ativo; atividade = emissao/recebimento
*>       FORN - fatura em aberto/em remessa, pedido de compra
*>              aberto, item na proposta de pagamento
*>       FUNC - adiantamento ou relatorio de despesas nao
*>              liquidado, item na proposta de pagamento
*>       USU  - gestor de funcionario ativo; atividade = ultimo
*>              evento no diario de seguranca ou troca de senha
*>     Anonimizar troca nome por "ANONIMIZADO LGPD <data>" e
*>     limpa CPF, dados bancarios (inclusive a alteracao
*>     pendente) e senhas; ID, status e todo o historico
*>     contabil/subledger ficam intactos. O nome gravado na
*>     proposta de pagamento (PAY-PROPOSAL) e limpo junto.
*>   - Faturas arquivadas pelo SUBL-ARCHIVE (AP/AR-INVOICES-HIST
*>     da empresa selecionada) contam como atividade, e o nome
*>     na proposta arquivada (PAY-PROPOSAL-HIST) tambem e limpo.
*>   - CNAB: remessa de pagamentos, remessa de cobranca e os
*>     dois retornos em data/ sao EXPURGADOS quando a data de
*>     geracao do header de arquivo (posicao 143, AAAAMMDD, como
*>     gravam AP-PAYMENT-RUN e AR-BOLETO-RUN) passou da retencao
*>     do tipo CNAB - remessa com item ainda em remessa fica.
*>   - Tipo sem politica cadastrada: 1800 dias, anonimizar /
*>     expurgar. Politica 'M' (manter) suspende o tipo.
*>   - SYSIN: 'S' simula (so o relatorio) ou 'E' efetiva; o
*>     efetivo recusa rodar com sessao MENU ativa (INTERLOCK
*>     'O'). Cada anonimizacao e cada expurgo vao para o diario
*>     de seguranca (LGPD-ANON / LGPD-EXPG) e o relatorio sai
*>     no spool (LGPD) - sem nome nem CPF, so tipo e ID.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LGPD-PURGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CNAB-FILE ASSIGN TO WS-CNAB-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-CNAB.

DATA DIVISION.
FILE SECTION.

FD  CNAB-FILE.
01  CNAB-LINE PIC X(240).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-CNAB              PIC XX.
01 WS-CNAB-PATH         PIC X(40).

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "LGPDPURG".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

01 WS-IL-OP-CODE        PIC X.
01 WS-IL-OPERATOR-ID    PIC X(8) VALUE "LGPDPURG".
01 WS-IL-STATE          PIC X.
01 WS-IL-RETURN-STATUS  PIC XX.

01 WS-LR-OP-CODE        PIC X.
COPY "lgpd-retention.cpy" REPLACING ==LR-RECORD== BY ==WS-LR-RECORD==.
01 WS-LR-RETURN-STATUS  PIC XX.

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.

01 WS-VD-OP-CODE        PIC X.
COPY "vendors.cpy" REPLACING ==VD-RECORD== BY ==WS-VD-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.

01 WS-EM-OP-CODE        PIC X.
COPY "employees.cpy" REPLACING ==EM-RECORD== BY ==WS-EM-RECORD==.
01 WS-EM-RETURN-STATUS  PIC XX.

01 WS-US-OP-CODE        PIC X.
COPY "users.cpy" REPLACING ==US-RECORD== BY ==WS-US-RECORD==.
01 WS-US-RETURN-STATUS  PIC XX.

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-AV-OP-CODE        PIC X.
COPY "ar-advances.cpy" REPLACING ==AV-RECORD== BY ==WS-AV-RECORD==.
01 WS-AV-RETURN-STATUS  PIC XX.

01 WS-CT-OP-CODE        PIC X.
COPY "contracts.cpy" REPLACING ==CT-RECORD== BY ==WS-CT-RECORD==.
01 WS-CT-RETURN-STATUS  PIC XX.

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

01 WS-PO-OP-CODE        PIC X.
COPY "purchase-orders.cpy" REPLACING ==PO-RECORD== BY ==WS-PO-RECORD==.
01 WS-PO-RETURN-STATUS  PIC XX.

01 WS-PP-OP-CODE        PIC X.
COPY "pay-proposal.cpy" REPLACING ==PP-RECORD== BY ==WS-PP-RECORD==.
01 WS-PP-RETURN-STATUS  PIC XX.

01 WS-EA-OP-CODE        PIC X.
COPY "emp-advances.cpy" REPLACING ==EA-RECORD== BY ==WS-EA-RECORD==.
01 WS-EA-RETURN-STATUS  PIC XX.

01 WS-ER-OP-CODE        PIC X.
COPY "exp-reports.cpy" REPLACING ==ER-RECORD== BY ==WS-ER-RECORD==.
01 WS-ER-RETURN-STATUS  PIC XX.

01 WS-SJ-OP-CODE        PIC X.
COPY "sec-journal.cpy" REPLACING ==SJ-RECORD== BY ==WS-SJ-RECORD==.
01 WS-SJ-RETURN-STATUS  PIC XX.

01 WS-RUN-FUNCTION      PIC X.
   88 RUN-IS-EFFECTIVE        VALUE "E".

*> Politica por tipo (tabela fixa na ordem do relatorio;
*> LGPD-RETENTION sobrepoe dias e acao)
01 WS-POLICY-INIT.
   05 FILLER PIC X(4) VALUE "CLI ".
   05 FILLER PIC X(4) VALUE "FORN".
   05 FILLER PIC X(4) VALUE "FUNC".
   05 FILLER PIC X(4) VALUE "USU ".
   05 FILLER PIC X(4) VALUE "CNAB".
01 WS-POLICY-NAMES REDEFINES WS-POLICY-INIT.
   05 WS-POLICY-NAME OCCURS 5 TIMES PIC X(4).
01 WS-POLICY-TABLE.
   05 WS-POLICY-ENTRY OCCURS 5 TIMES.
      10 WS-POL-DAYS        PIC 9(5).
      10 WS-POL-ACTION      PIC X(1).
      10 WS-POL-SOURCE      PIC X(6).
      10 WS-POL-CANDIDATES  PIC 9(5).
      10 WS-POL-DONE        PIC 9(5).
      10 WS-POL-ACTIVE      PIC 9(5).
01 WS-POL-I             PIC 9(1).
78 WS-POL-CNAB          VALUE 5.
78 WS-DEFAULT-RET-DAYS  VALUE 1800.

*> Registros inativos de pessoa fisica em avaliacao (candidatos)
01 WS-CD-TABLE.
   05 WS-CD-ENTRY OCCURS 3000 TIMES.
      10 WS-CD-POL          PIC 9(1).
      10 WS-CD-NUM-ID       PIC 9(6).
      10 WS-CD-OPER-ID      PIC X(8).
      10 WS-CD-LAST-ACT     PIC 9(8).
      10 WS-CD-OPEN         PIC 9(5).
      10 WS-CD-AGE          PIC S9(7).
      10 WS-CD-DECISION     PIC X(1).
         *> 'A' anonimizar, 'O' item em aberto, 'R' dentro da
         *> retencao, 'M' politica suspensa, 'F' falha na gravacao
01 WS-CD-COUNT          PIC 9(4) VALUE 0.
01 WS-CD-I              PIC 9(4).
01 WS-CD-FOUND-I        PIC 9(4).
01 WS-SEEK-POL          PIC 9(1).
01 WS-SEEK-NUM-ID       PIC 9(6).
01 WS-SEEK-OPER-ID      PIC X(8).
01 WS-SEEK-DATE         PIC 9(8).
01 WS-SEEK-OPEN-SW      PIC X.
   88 SEEK-IS-OPEN            VALUE "Y".

*> Chaves da PAY-PROPOSAL a limpar (coletadas antes das
*> gravacoes - o browse do PAY-PROPOSAL-IO fica encerrado)
01 WS-PK-TABLE.
   05 WS-PK-ENTRY OCCURS 500 TIMES.
      10 WS-PK-VENDOR-ID    PIC 9(6).
      10 WS-PK-INVOICE-NO   PIC X(12).
01 WS-PK-COUNT          PIC 9(3) VALUE 0.
01 WS-PK-I              PIC 9(3).
*> Idem para a proposta arquivada (PAY-PROPOSAL-HIST-IO)
01 WS-PH-TABLE.
   05 WS-PH-ENTRY OCCURS 500 TIMES.
      10 WS-PH-VENDOR-ID    PIC 9(6).
      10 WS-PH-INVOICE-NO   PIC X(12).
01 WS-PH-COUNT          PIC 9(3) VALUE 0.
01 WS-PH-I              PIC 9(3).

*> Arquivos CNAB em data/ e o que trava o expurgo de cada um
01 WS-CNAB-INIT.
   05 FILLER PIC X(40) VALUE "data/cnab-remessa.txt".
   05 FILLER PIC X(1)  VALUE "P".
   05 FILLER PIC X(40) VALUE "data/cnab-retorno.txt".
   05 FILLER PIC X(1)  VALUE " ".
   05 FILLER PIC X(40) VALUE "data/cnab-cobranca.txt".
   05 FILLER PIC X(1)  VALUE "C".
   05 FILLER PIC X(40) VALUE "data/cnab-cobranca-ret.txt".
   05 FILLER PIC X(1)  VALUE " ".
01 WS-CNAB-TABLE REDEFINES WS-CNAB-INIT.
   05 WS-CNAB-ENTRY OCCURS 4 TIMES.
      10 WS-CNAB-NAME       PIC X(40).
      10 WS-CNAB-LOCK       PIC X(1).
         *> 'P' remessa de pagamentos (fatura/adiantamento/
         *> relatorio de despesas em remessa), 'C' remessa de
         *> cobranca (fatura de cliente em remessa)
01 WS-CNAB-I            PIC 9(1).
01 WS-CNAB-GEN-DATE     PIC 9(8).
01 WS-CNAB-STATE        PIC X(30).
01 WS-CNAB-READ-STATUS  PIC XX.
01 WS-PAY-IN-REMIT      PIC 9(6) VALUE 0.
01 WS-COB-IN-REMIT      PIC 9(6) VALUE 0.
01 WS-RM-CMD            PIC X(60).

*> Datas em dias corridos na convencao 30/360 (como a validade
*> de senha do MENU)
01 WS-TODAY             PIC 9(8).
01 WS-DT-DATE-WORK      PIC 9(8).
01 WS-DT-YYYY           PIC 9(4).
01 WS-DT-MM             PIC 9(2).
01 WS-DT-DD             PIC 9(2).
01 WS-DT-DAYS           PIC S9(9).
01 WS-TODAY-DAYS        PIC S9(9).
01 WS-AGE-DAYS          PIC S9(7).

01 WS-ANON-NAME         PIC X(40).
01 WS-SJ-EVENT-WORK     PIC X(10).
01 WS-SJ-DETAIL-WORK    PIC X(40).
01 WS-UPDATE-STATUS     PIC XX.

01 WS-ANON-COUNT        PIC 9(5) VALUE 0.
01 WS-PURGE-COUNT       PIC 9(2) VALUE 0.
01 WS-FAIL-COUNT        PIC 9(5) VALUE 0.
01 WS-OVERFLOW-SWITCH   PIC X VALUE "N".
   88 TABLE-OVERFLOWED        VALUE "Y".

01 WS-EDIT-COUNT        PIC Z(4)9.
01 WS-EDIT-CAND         PIC Z(4)9.
01 WS-EDIT-DONE         PIC Z(4)9.
01 WS-EDIT-DAYS         PIC Z(4)9.
01 WS-EDIT-AGE          PIC -(6)9.
01 WS-ID-TEXT           PIC X(8).
01 WS-DECISION-TEXT     PIC X(30).

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY "Funcao (S=simular, E=efetivar)....: " WITH NO ADVANCING
    ACCEPT WS-RUN-FUNCTION
    INSPECT WS-RUN-FUNCTION CONVERTING "se" TO "SE"
    IF NOT RUN-IS-EFFECTIVE
       MOVE "S" TO WS-RUN-FUNCTION
    END-IF

    IF RUN-IS-EFFECTIVE
       PERFORM CHECK-NO-ONLINE-SESSION
       IF WS-FINAL-RC = 8
          PERFORM LOG-RUN-STATS
          MOVE WS-FINAL-RC TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY TO WS-DT-DATE-WORK
    PERFORM DATE-TO-DAYS
    MOVE WS-DT-DAYS TO WS-TODAY-DAYS
    MOVE SPACES TO WS-ANON-NAME
    STRING "ANONIMIZADO LGPD " WS-TODAY
           DELIMITED BY SIZE INTO WS-ANON-NAME

    MOVE "LGPD" TO WS-RP-REPORT-NAME
    MOVE WS-TODAY TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    IF RUN-IS-EFFECTIVE
       STRING "=== LGPD-PURGE - Retencao de dados pessoais - "
              WS-TODAY " - EFETIVO ==="
              DELIMITED BY SIZE INTO WS-RP-LINE
    ELSE
       STRING "=== LGPD-PURGE - Retencao de dados pessoais - "
              WS-TODAY " - SIMULACAO (nada alterado) ==="
              DELIMITED BY SIZE INTO WS-RP-LINE
    END-IF
    PERFORM EMIT-REPORT-LINE

    PERFORM LOAD-POLICIES

    PERFORM LOAD-USERS
    PERFORM SCAN-SECURITY-JOURNAL
    PERFORM LOAD-EMPLOYEES
    PERFORM LOAD-CUSTOMERS
    PERFORM LOAD-VENDORS

    PERFORM SCAN-AR-INVOICES
    PERFORM SCAN-AR-INVOICES-HIST
    PERFORM SCAN-AR-ADVANCES
    PERFORM SCAN-CONTRACTS
    PERFORM SCAN-AP-INVOICES
    PERFORM SCAN-AP-INVOICES-HIST
    PERFORM SCAN-PURCHASE-ORDERS
    PERFORM SCAN-PAY-PROPOSAL
    PERFORM SCAN-PAY-PROPOSAL-HIST
    PERFORM SCAN-EMP-ADVANCES
    PERFORM SCAN-EXP-REPORTS

    PERFORM DECIDE-CANDIDATES
    IF RUN-IS-EFFECTIVE
       PERFORM ANONYMIZE-CANDIDATES
       PERFORM SCRUB-PAY-PROPOSAL
       PERFORM SCRUB-PAY-PROPOSAL-HIST
    END-IF
    PERFORM PRINT-CANDIDATES

    PERFORM PROCESS-CNAB-FILES
    PERFORM PRINT-SUMMARY

    IF WS-FAIL-COUNT > 0 OR TABLE-OVERFLOWED
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

CHECK-NO-ONLINE-SESSION.
    *> O efetivo regrava cadastros que o MENU mantem abertos por
    *> chamada; nao roda com operador digitando
    MOVE "O" TO WS-IL-OP-CODE
    CALL "INTERLOCK" USING
         WS-IL-OP-CODE
         WS-IL-OPERATOR-ID
         WS-IL-STATE
         WS-IL-RETURN-STATUS
    IF WS-IL-STATE = "Y"
       DISPLAY "*** Sessao MENU ativa (data/online-active.tok) - "
               "anonimizacao recusada. ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

DATE-TO-DAYS.
    MOVE WS-DT-DATE-WORK (1:4) TO WS-DT-YYYY
    MOVE WS-DT-DATE-WORK (5:2) TO WS-DT-MM
    MOVE WS-DT-DATE-WORK (7:2) TO WS-DT-DD
    COMPUTE WS-DT-DAYS = (WS-DT-YYYY * 360)
                       + (WS-DT-MM * 30)
                       + WS-DT-DD
    .

LOAD-POLICIES.
    PERFORM VARYING WS-POL-I FROM 1 BY 1 UNTIL WS-POL-I > 5
       MOVE WS-DEFAULT-RET-DAYS TO WS-POL-DAYS (WS-POL-I)
       IF WS-POL-I = WS-POL-CNAB
          MOVE "E" TO WS-POL-ACTION (WS-POL-I)
       ELSE
          MOVE "A" TO WS-POL-ACTION (WS-POL-I)
       END-IF
       MOVE "PADRAO" TO WS-POL-SOURCE (WS-POL-I)
       MOVE 0 TO WS-POL-CANDIDATES (WS-POL-I)
                 WS-POL-DONE (WS-POL-I)
                 WS-POL-ACTIVE (WS-POL-I)

       MOVE SPACE TO WS-LR-RECORD
       MOVE WS-POLICY-NAME (WS-POL-I) TO LR-RECORD-TYPE OF WS-LR-RECORD
       MOVE "R" TO WS-LR-OP-CODE
       CALL "LGPD-RETENTION-IO" USING
            WS-LR-OP-CODE
            WS-LR-RECORD
            WS-LR-RETURN-STATUS
       IF WS-LR-RETURN-STATUS = "00"
          AND LR-RETENTION-DAYS OF WS-LR-RECORD IS NUMERIC
          MOVE LR-RETENTION-DAYS OF WS-LR-RECORD
            TO WS-POL-DAYS (WS-POL-I)
          MOVE LR-ACTION OF WS-LR-RECORD TO WS-POL-ACTION (WS-POL-I)
          MOVE "TABELA" TO WS-POL-SOURCE (WS-POL-I)
       END-IF
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    MOVE "Politica de retencao:" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-POL-I FROM 1 BY 1 UNTIL WS-POL-I > 5
       MOVE WS-POL-DAYS (WS-POL-I) TO WS-EDIT-DAYS
       MOVE SPACES TO WS-RP-LINE
       STRING "  " WS-POLICY-NAME (WS-POL-I)
              "  " WS-EDIT-DAYS " dias  acao "
              WS-POL-ACTION (WS-POL-I)
              "  (" WS-POL-SOURCE (WS-POL-I) ")"
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

*> ------------------------------------------------------------
*> Coleta dos candidatos: registros inativos de pessoa fisica
*> ------------------------------------------------------------
ADD-CANDIDATE.
    IF WS-CD-COUNT >= 3000
       SET TABLE-OVERFLOWED TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CD-COUNT
    MOVE WS-SEEK-POL     TO WS-CD-POL (WS-CD-COUNT)
    MOVE WS-SEEK-NUM-ID  TO WS-CD-NUM-ID (WS-CD-COUNT)
    MOVE WS-SEEK-OPER-ID TO WS-CD-OPER-ID (WS-CD-COUNT)
    MOVE 0 TO WS-CD-LAST-ACT (WS-CD-COUNT)
              WS-CD-OPEN (WS-CD-COUNT)
              WS-CD-AGE (WS-CD-COUNT)
    MOVE SPACE TO WS-CD-DECISION (WS-CD-COUNT)
    ADD 1 TO WS-POL-CANDIDATES (WS-SEEK-POL)
    .

FIND-CANDIDATE.
    MOVE 0 TO WS-CD-FOUND-I
    PERFORM VARYING WS-CD-I FROM 1 BY 1
            UNTIL WS-CD-I > WS-CD-COUNT OR WS-CD-FOUND-I > 0
       IF WS-CD-POL (WS-CD-I) = WS-SEEK-POL
          AND WS-CD-NUM-ID (WS-CD-I) = WS-SEEK-NUM-ID
          AND WS-CD-OPER-ID (WS-CD-I) = WS-SEEK-OPER-ID
          MOVE WS-CD-I TO WS-CD-FOUND-I
       END-IF
    END-PERFORM
    .

NOTE-ACTIVITY.
    *> Atividade (WS-SEEK-DATE) e item em aberto (SEEK-IS-OPEN)
    *> do candidato WS-SEEK-POL/ID, se ele estiver na tabela
    PERFORM FIND-CANDIDATE
    IF WS-CD-FOUND-I = 0
       EXIT PARAGRAPH
    END-IF
    IF WS-SEEK-DATE IS NUMERIC
       AND WS-SEEK-DATE > WS-CD-LAST-ACT (WS-CD-FOUND-I)
       AND WS-SEEK-DATE <= WS-TODAY
       MOVE WS-SEEK-DATE TO WS-CD-LAST-ACT (WS-CD-FOUND-I)
    END-IF
    IF SEEK-IS-OPEN
       ADD 1 TO WS-CD-OPEN (WS-CD-FOUND-I)
    END-IF
    .

LOAD-USERS.
    MOVE SPACE TO WS-US-RECORD
    MOVE "L" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    PERFORM UNTIL WS-US-RETURN-STATUS NOT = "00"
       IF US-NAME OF WS-US-RECORD (1:16) NOT = "ANONIMIZADO LGPD"
          IF US-IS-ACTIVE OF WS-US-RECORD
             ADD 1 TO WS-POL-ACTIVE (4)
          ELSE
             MOVE 4 TO WS-SEEK-POL
             MOVE 0 TO WS-SEEK-NUM-ID
             MOVE US-OPERATOR-ID OF WS-US-RECORD TO WS-SEEK-OPER-ID
             PERFORM ADD-CANDIDATE
             IF US-PWD-CHANGED-DATE OF WS-US-RECORD IS NUMERIC
                AND WS-CD-COUNT > 0
                AND WS-CD-OPER-ID (WS-CD-COUNT) = WS-SEEK-OPER-ID
                AND US-PWD-CHANGED-DATE OF WS-US-RECORD <= WS-TODAY
                MOVE US-PWD-CHANGED-DATE OF WS-US-RECORD
                  TO WS-CD-LAST-ACT (WS-CD-COUNT)
             END-IF
          END-IF
       END-IF
       MOVE "N" TO WS-US-OP-CODE
       CALL "USERS-IO" USING
            WS-US-OP-CODE
            WS-US-RECORD
            WS-US-RETURN-STATUS
    END-PERFORM
    .

SCAN-SECURITY-JOURNAL.
    *> Ultimo evento de cada operador inativo (o diario vem em
    *> ordem de data/hora)
    MOVE SPACE TO WS-SJ-RECORD
    MOVE 0 TO SJ-DATE OF WS-SJ-RECORD
    MOVE "K" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
    PERFORM UNTIL WS-SJ-RETURN-STATUS NOT = "00"
       MOVE 4 TO WS-SEEK-POL
       MOVE 0 TO WS-SEEK-NUM-ID
       MOVE SJ-OPERATOR OF WS-SJ-RECORD TO WS-SEEK-OPER-ID
       MOVE SJ-DATE OF WS-SJ-RECORD TO WS-SEEK-DATE
       MOVE "N" TO WS-SEEK-OPEN-SW
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SJ-OP-CODE
       CALL "SEC-JRNL-IO" USING
            WS-SJ-OP-CODE
            WS-SJ-RECORD
            WS-SJ-RETURN-STATUS
    END-PERFORM
    .

LOAD-EMPLOYEES.
    *> Funcionario ativo segura o operador que e o seu gestor
    MOVE SPACE TO WS-EM-RECORD
    MOVE "L" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS
    PERFORM UNTIL WS-EM-RETURN-STATUS NOT = "00"
       IF EM-IS-ACTIVE OF WS-EM-RECORD
          ADD 1 TO WS-POL-ACTIVE (3)
          MOVE 4 TO WS-SEEK-POL
          MOVE 0 TO WS-SEEK-NUM-ID
          MOVE EM-MANAGER-ID OF WS-EM-RECORD TO WS-SEEK-OPER-ID
          MOVE 0 TO WS-SEEK-DATE
          MOVE "Y" TO WS-SEEK-OPEN-SW
          PERFORM NOTE-ACTIVITY
       ELSE
          IF EM-CPF OF WS-EM-RECORD NOT = SPACES
             MOVE 3 TO WS-SEEK-POL
             MOVE EM-EMPLOYEE-ID OF WS-EM-RECORD TO WS-SEEK-NUM-ID
             MOVE SPACES TO WS-SEEK-OPER-ID
             PERFORM ADD-CANDIDATE
          END-IF
       END-IF
       MOVE "N" TO WS-EM-OP-CODE
       CALL "EMPLOYEES-IO" USING
            WS-EM-OP-CODE
            WS-EM-RECORD
            WS-EM-RETURN-STATUS
    END-PERFORM
    .

LOAD-CUSTOMERS.
    MOVE SPACE TO WS-CU-RECORD
    MOVE "L" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    PERFORM UNTIL WS-CU-RETURN-STATUS NOT = "00"
       IF CU-CNPJ OF WS-CU-RECORD (12:3) = SPACES
          AND CU-CNPJ OF WS-CU-RECORD (1:11) IS NUMERIC
          IF CU-STATUS OF WS-CU-RECORD = "I"
             MOVE 1 TO WS-SEEK-POL
             MOVE CU-CUSTOMER-ID OF WS-CU-RECORD TO WS-SEEK-NUM-ID
             MOVE SPACES TO WS-SEEK-OPER-ID
             PERFORM ADD-CANDIDATE
          ELSE
             ADD 1 TO WS-POL-ACTIVE (1)
          END-IF
       END-IF
       MOVE "N" TO WS-CU-OP-CODE
       CALL "CUSTOMERS-IO" USING
            WS-CU-OP-CODE
            WS-CU-RECORD
            WS-CU-RETURN-STATUS
    END-PERFORM
    .

LOAD-VENDORS.
    MOVE SPACE TO WS-VD-RECORD
    MOVE "L" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    PERFORM UNTIL WS-VD-RETURN-STATUS NOT = "00"
       IF VD-CNPJ OF WS-VD-RECORD (12:3) = SPACES
          AND VD-CNPJ OF WS-VD-RECORD (1:11) IS NUMERIC
          IF VD-STATUS OF WS-VD-RECORD = "I"
             MOVE 2 TO WS-SEEK-POL
             MOVE VD-VENDOR-ID OF WS-VD-RECORD TO WS-SEEK-NUM-ID
             MOVE SPACES TO WS-SEEK-OPER-ID
             PERFORM ADD-CANDIDATE
          ELSE
             ADD 1 TO WS-POL-ACTIVE (2)
          END-IF
       END-IF
       MOVE "N" TO WS-VD-OP-CODE
       CALL "VENDORS-IO" USING
            WS-VD-OP-CODE
            WS-VD-RECORD
            WS-VD-RETURN-STATUS
    END-PERFORM
    .

*> ------------------------------------------------------------
*> Itens em aberto e ultima atividade nos subledgers
*> ------------------------------------------------------------
SCAN-AR-INVOICES.
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       IF AR-IN-REMIT OF WS-AR-RECORD
          ADD 1 TO WS-COB-IN-REMIT
       END-IF
       MOVE 1 TO WS-SEEK-POL
       MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF (AR-IS-OPEN OF WS-AR-RECORD
           AND NOT AR-IS-WRITTEN-OFF OF WS-AR-RECORD)
          OR AR-IN-REMIT OF WS-AR-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       MOVE AR-ISSUE-DATE OF WS-AR-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE AR-PAID-DATE OF WS-AR-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

SCAN-AR-INVOICES-HIST.
    *> Arquivadas: todas quitadas, so contam como atividade
    MOVE SPACE TO WS-AR-RECORD
    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-HIST-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       MOVE 1 TO WS-SEEK-POL
       MOVE AR-CUSTOMER-ID OF WS-AR-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE AR-ISSUE-DATE OF WS-AR-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE AR-PAID-DATE OF WS-AR-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-HIST-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM
    .

SCAN-AR-ADVANCES.
    MOVE SPACE TO WS-AV-RECORD
    MOVE "L" TO WS-AV-OP-CODE
    CALL "AR-ADVANCES-IO" USING
         WS-AV-OP-CODE
         WS-AV-RECORD
         WS-AV-RETURN-STATUS
    PERFORM UNTIL WS-AV-RETURN-STATUS NOT = "00"
       MOVE 1 TO WS-SEEK-POL
       MOVE AV-CUSTOMER-ID OF WS-AV-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF AV-IS-OPEN OF WS-AV-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       MOVE AV-RECEIPT-DATE OF WS-AV-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE AV-LAST-APPLY-DATE OF WS-AV-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-AV-OP-CODE
       CALL "AR-ADVANCES-IO" USING
            WS-AV-OP-CODE
            WS-AV-RECORD
            WS-AV-RETURN-STATUS
    END-PERFORM
    .

SCAN-CONTRACTS.
    MOVE SPACE TO WS-CT-RECORD
    MOVE "L" TO WS-CT-OP-CODE
    CALL "CONTRACTS-IO" USING
         WS-CT-OP-CODE
         WS-CT-RECORD
         WS-CT-RETURN-STATUS
    PERFORM UNTIL WS-CT-RETURN-STATUS NOT = "00"
       MOVE 1 TO WS-SEEK-POL
       MOVE CT-CUSTOMER-ID OF WS-CT-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF CT-IS-ACTIVE OF WS-CT-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       MOVE CT-START-DATE OF WS-CT-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE CT-END-DATE OF WS-CT-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-CT-OP-CODE
       CALL "CONTRACTS-IO" USING
            WS-CT-OP-CODE
            WS-CT-RECORD
            WS-CT-RETURN-STATUS
    END-PERFORM
    .

SCAN-AP-INVOICES.
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       IF AP-IN-REMIT OF WS-AP-RECORD
          ADD 1 TO WS-PAY-IN-REMIT
       END-IF
       MOVE 2 TO WS-SEEK-POL
       MOVE AP-VENDOR-ID OF WS-AP-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF AP-IS-OPEN OF WS-AP-RECORD OR AP-IN-REMIT OF WS-AP-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       MOVE AP-ISSUE-DATE OF WS-AP-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE AP-PAID-DATE OF WS-AP-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    .

SCAN-AP-INVOICES-HIST.
    *> Arquivadas: todas quitadas, so contam como atividade
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-HIST-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       MOVE 2 TO WS-SEEK-POL
       MOVE AP-VENDOR-ID OF WS-AP-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE AP-ISSUE-DATE OF WS-AP-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE AP-PAID-DATE OF WS-AP-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    .

SCAN-PURCHASE-ORDERS.
    MOVE SPACE TO WS-PO-RECORD
    MOVE "L" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    PERFORM UNTIL WS-PO-RETURN-STATUS NOT = "00"
       IF PO-IS-DRAFT OF WS-PO-RECORD OR PO-IS-APPROVED OF WS-PO-RECORD
          MOVE 2 TO WS-SEEK-POL
          MOVE PO-VENDOR-ID OF WS-PO-RECORD TO WS-SEEK-NUM-ID
          MOVE SPACES TO WS-SEEK-OPER-ID
          MOVE 0 TO WS-SEEK-DATE
          MOVE "Y" TO WS-SEEK-OPEN-SW
          PERFORM NOTE-ACTIVITY
       END-IF
       MOVE "N" TO WS-PO-OP-CODE
       CALL "PURCHASE-ORDERS-IO" USING
            WS-PO-OP-CODE
            WS-PO-RECORD
            WS-PO-RETURN-STATUS
    END-PERFORM
    .

SCAN-PAY-PROPOSAL.
    *> Item proposto/aprovado segura o favorecido; o nome gravado
    *> em qualquer item e limpo depois (SCRUB-PAY-PROPOSAL)
    MOVE SPACE TO WS-PP-RECORD
    MOVE "L" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-IO" USING
         WS-PP-OP-CODE
         WS-PP-RECORD
         WS-PP-RETURN-STATUS
    PERFORM UNTIL WS-PP-RETURN-STATUS NOT = "00"
       IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
          MOVE 3 TO WS-SEEK-POL
       ELSE
          MOVE 2 TO WS-SEEK-POL
       END-IF
       MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE PP-PROPOSAL-DATE OF WS-PP-RECORD TO WS-SEEK-DATE
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF PP-IS-PROPOSED OF WS-PP-RECORD OR PP-IS-APPROVED OF WS-PP-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       PERFORM NOTE-ACTIVITY
       IF WS-CD-FOUND-I > 0 AND WS-PK-COUNT < 500
          ADD 1 TO WS-PK-COUNT
          MOVE PP-VENDOR-ID OF WS-PP-RECORD
            TO WS-PK-VENDOR-ID (WS-PK-COUNT)
          MOVE PP-INVOICE-NO OF WS-PP-RECORD
            TO WS-PK-INVOICE-NO (WS-PK-COUNT)
       END-IF
       MOVE "N" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
    END-PERFORM
    .

SCAN-PAY-PROPOSAL-HIST.
    *> Itens arquivados (remetidos/excluidos): atividade e chave
    *> a limpar depois (SCRUB-PAY-PROPOSAL-HIST)
    MOVE SPACE TO WS-PP-RECORD
    MOVE "L" TO WS-PP-OP-CODE
    CALL "PAY-PROPOSAL-HIST-IO" USING
         WS-PP-OP-CODE
         WS-PP-RECORD
         WS-PP-RETURN-STATUS
    PERFORM UNTIL WS-PP-RETURN-STATUS NOT = "00"
       IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
          MOVE 3 TO WS-SEEK-POL
       ELSE
          MOVE 2 TO WS-SEEK-POL
       END-IF
       MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE PP-PROPOSAL-DATE OF WS-PP-RECORD TO WS-SEEK-DATE
       MOVE "N" TO WS-SEEK-OPEN-SW
       PERFORM NOTE-ACTIVITY
       IF WS-CD-FOUND-I > 0 AND WS-PH-COUNT < 500
          ADD 1 TO WS-PH-COUNT
          MOVE PP-VENDOR-ID OF WS-PP-RECORD
            TO WS-PH-VENDOR-ID (WS-PH-COUNT)
          MOVE PP-INVOICE-NO OF WS-PP-RECORD
            TO WS-PH-INVOICE-NO (WS-PH-COUNT)
       END-IF
       MOVE "N" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-HIST-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
    END-PERFORM
    .

SCAN-EMP-ADVANCES.
    MOVE SPACE TO WS-EA-RECORD
    MOVE "L" TO WS-EA-OP-CODE
    CALL "EMP-ADVANCES-IO" USING
         WS-EA-OP-CODE
         WS-EA-RECORD
         WS-EA-RETURN-STATUS
    PERFORM UNTIL WS-EA-RETURN-STATUS NOT = "00"
       IF EA-IN-REMIT OF WS-EA-RECORD
          ADD 1 TO WS-PAY-IN-REMIT
       END-IF
       MOVE 3 TO WS-SEEK-POL
       MOVE EA-EMPLOYEE-ID OF WS-EA-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF NOT EA-IS-SETTLED OF WS-EA-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       MOVE EA-DATE OF WS-EA-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE EA-PAID-DATE OF WS-EA-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-EA-OP-CODE
       CALL "EMP-ADVANCES-IO" USING
            WS-EA-OP-CODE
            WS-EA-RECORD
            WS-EA-RETURN-STATUS
    END-PERFORM
    .

SCAN-EXP-REPORTS.
    MOVE SPACE TO WS-ER-RECORD
    MOVE "L" TO WS-ER-OP-CODE
    CALL "EXP-REPORTS-IO" USING
         WS-ER-OP-CODE
         WS-ER-RECORD
         WS-ER-RETURN-STATUS
    PERFORM UNTIL WS-ER-RETURN-STATUS NOT = "00"
       IF ER-IN-REMIT OF WS-ER-RECORD
          ADD 1 TO WS-PAY-IN-REMIT
       END-IF
       MOVE 3 TO WS-SEEK-POL
       MOVE ER-EMPLOYEE-ID OF WS-ER-RECORD TO WS-SEEK-NUM-ID
       MOVE SPACES TO WS-SEEK-OPER-ID
       MOVE "N" TO WS-SEEK-OPEN-SW
       IF ER-IS-PENDING OF WS-ER-RECORD
          OR ER-IS-APPROVED OF WS-ER-RECORD
          OR ER-IN-REMIT OF WS-ER-RECORD
          MOVE "Y" TO WS-SEEK-OPEN-SW
       END-IF
       MOVE ER-REPORT-DATE OF WS-ER-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-SEEK-OPEN-SW
       MOVE ER-PAID-DATE OF WS-ER-RECORD TO WS-SEEK-DATE
       PERFORM NOTE-ACTIVITY
       MOVE "N" TO WS-ER-OP-CODE
       CALL "EXP-REPORTS-IO" USING
            WS-ER-OP-CODE
            WS-ER-RECORD
            WS-ER-RETURN-STATUS
    END-PERFORM
    .

*> ------------------------------------------------------------
*> Decisao e anonimizacao
*> ------------------------------------------------------------
DECIDE-CANDIDATES.
    PERFORM VARYING WS-CD-I FROM 1 BY 1 UNTIL WS-CD-I > WS-CD-COUNT
       MOVE WS-CD-POL (WS-CD-I) TO WS-POL-I
       MOVE 0 TO WS-AGE-DAYS
       IF WS-CD-LAST-ACT (WS-CD-I) > 0
          MOVE WS-CD-LAST-ACT (WS-CD-I) TO WS-DT-DATE-WORK
          PERFORM DATE-TO-DAYS
          COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DT-DAYS
       END-IF
       MOVE WS-AGE-DAYS TO WS-CD-AGE (WS-CD-I)
       EVALUATE TRUE
          WHEN WS-POL-ACTION (WS-POL-I) NOT = "A"
             MOVE "M" TO WS-CD-DECISION (WS-CD-I)
          WHEN WS-CD-OPEN (WS-CD-I) > 0
             MOVE "O" TO WS-CD-DECISION (WS-CD-I)
          WHEN WS-CD-LAST-ACT (WS-CD-I) > 0
               AND WS-AGE-DAYS <= WS-POL-DAYS (WS-POL-I)
             MOVE "R" TO WS-CD-DECISION (WS-CD-I)
          WHEN OTHER
             MOVE "A" TO WS-CD-DECISION (WS-CD-I)
       END-EVALUATE
    END-PERFORM
    .

ANONYMIZE-CANDIDATES.
    PERFORM VARYING WS-CD-I FROM 1 BY 1 UNTIL WS-CD-I > WS-CD-COUNT
       IF WS-CD-DECISION (WS-CD-I) = "A"
          MOVE "99" TO WS-UPDATE-STATUS
          EVALUATE WS-CD-POL (WS-CD-I)
             WHEN 1
                PERFORM ANONYMIZE-CUSTOMER
             WHEN 2
                PERFORM ANONYMIZE-VENDOR
             WHEN 3
                PERFORM ANONYMIZE-EMPLOYEE
             WHEN 4
                PERFORM ANONYMIZE-USER
          END-EVALUATE
          IF WS-UPDATE-STATUS = "00"
             ADD 1 TO WS-ANON-COUNT
             ADD 1 TO WS-POL-DONE (WS-CD-POL (WS-CD-I))
             PERFORM LOG-ANONYMIZATION
          ELSE
             MOVE "F" TO WS-CD-DECISION (WS-CD-I)
             ADD 1 TO WS-FAIL-COUNT
          END-IF
       END-IF
    END-PERFORM
    .

ANONYMIZE-CUSTOMER.
    MOVE SPACE TO WS-CU-RECORD
    MOVE WS-CD-NUM-ID (WS-CD-I) TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    IF WS-CU-RETURN-STATUS NOT = "00"
       MOVE WS-CU-RETURN-STATUS TO WS-UPDATE-STATUS
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ANON-NAME TO CU-NAME OF WS-CU-RECORD
    MOVE SPACES TO CU-CNPJ OF WS-CU-RECORD
    MOVE "U" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS
    MOVE WS-CU-RETURN-STATUS TO WS-UPDATE-STATUS
    .

ANONYMIZE-VENDOR.
    MOVE SPACE TO WS-VD-RECORD
    MOVE WS-CD-NUM-ID (WS-CD-I) TO VD-VENDOR-ID OF WS-VD-RECORD
    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       MOVE WS-VD-RETURN-STATUS TO WS-UPDATE-STATUS
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ANON-NAME TO VD-NAME OF WS-VD-RECORD
    MOVE SPACES TO VD-CNPJ OF WS-VD-RECORD
    MOVE 0 TO VD-BANK-CODE OF WS-VD-RECORD
              VD-BANK-BRANCH OF WS-VD-RECORD
              VD-BANK-ACCOUNT OF WS-VD-RECORD
              VD-PEND-BANK-CODE OF WS-VD-RECORD
              VD-PEND-BANK-BRANCH OF WS-VD-RECORD
              VD-PEND-BANK-ACCOUNT OF WS-VD-RECORD
    MOVE SPACE TO VD-BANK-DV OF WS-VD-RECORD
                  VD-PEND-BANK-DV OF WS-VD-RECORD
                  VD-BANK-PEND-FLAG OF WS-VD-RECORD
    MOVE SPACES TO VD-BANK-CHANGED-BY OF WS-VD-RECORD
    MOVE "U" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    MOVE WS-VD-RETURN-STATUS TO WS-UPDATE-STATUS
    .

ANONYMIZE-EMPLOYEE.
    MOVE SPACE TO WS-EM-RECORD
    MOVE WS-CD-NUM-ID (WS-CD-I) TO EM-EMPLOYEE-ID OF WS-EM-RECORD
    MOVE "R" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS
    IF WS-EM-RETURN-STATUS NOT = "00"
       MOVE WS-EM-RETURN-STATUS TO WS-UPDATE-STATUS
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ANON-NAME TO EM-NAME OF WS-EM-RECORD
    MOVE SPACES TO EM-CPF OF WS-EM-RECORD
    MOVE 0 TO EM-BANK-CODE OF WS-EM-RECORD
              EM-BANK-BRANCH OF WS-EM-RECORD
              EM-BANK-ACCOUNT OF WS-EM-RECORD
              EM-PEND-BANK-CODE OF WS-EM-RECORD
              EM-PEND-BANK-BRANCH OF WS-EM-RECORD
              EM-PEND-BANK-ACCOUNT OF WS-EM-RECORD
    MOVE SPACE TO EM-BANK-DV OF WS-EM-RECORD
                  EM-PEND-BANK-DV OF WS-EM-RECORD
                  EM-BANK-PEND-FLAG OF WS-EM-RECORD
    MOVE SPACES TO EM-BANK-CHANGED-BY OF WS-EM-RECORD
    MOVE "U" TO WS-EM-OP-CODE
    CALL "EMPLOYEES-IO" USING
         WS-EM-OP-CODE
         WS-EM-RECORD
         WS-EM-RETURN-STATUS
    MOVE WS-EM-RETURN-STATUS TO WS-UPDATE-STATUS
    .

ANONYMIZE-USER.
    *> O ID do operador continua nos lancamentos e no diario de
    *> seguranca; nome e senhas saem, e o registro fica
    *> bloqueado alem de inativo
    MOVE SPACE TO WS-US-RECORD
    MOVE WS-CD-OPER-ID (WS-CD-I) TO US-OPERATOR-ID OF WS-US-RECORD
    MOVE "R" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    IF WS-US-RETURN-STATUS NOT = "00"
       MOVE WS-US-RETURN-STATUS TO WS-UPDATE-STATUS
       EXIT PARAGRAPH
    END-IF
    MOVE WS-ANON-NAME TO US-NAME OF WS-US-RECORD
    MOVE SPACES TO US-PASSWORD OF WS-US-RECORD
                   US-PWD-HISTORY OF WS-US-RECORD
    MOVE "Y" TO US-LOCKED-FLAG OF WS-US-RECORD
    MOVE "U" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    MOVE WS-US-RETURN-STATUS TO WS-UPDATE-STATUS
    .

LOG-ANONYMIZATION.
    PERFORM FORMAT-CANDIDATE-ID
    MOVE "LGPD-ANON" TO WS-SJ-EVENT-WORK
    MOVE SPACES TO WS-SJ-DETAIL-WORK
    STRING WS-POLICY-NAME (WS-CD-POL (WS-CD-I)) " "
           WS-ID-TEXT " ANONIMIZADO (RETENCAO)"
           DELIMITED BY SIZE INTO WS-SJ-DETAIL-WORK
    PERFORM WRITE-SECURITY-EVENT
    .

FORMAT-CANDIDATE-ID.
    IF WS-CD-POL (WS-CD-I) = 4
       MOVE WS-CD-OPER-ID (WS-CD-I) TO WS-ID-TEXT
    ELSE
       MOVE SPACES TO WS-ID-TEXT
       MOVE WS-CD-NUM-ID (WS-CD-I) TO WS-ID-TEXT (1:6)
    END-IF
    .

WRITE-SECURITY-EVENT.
    MOVE SPACE TO WS-SJ-RECORD
    MOVE WS-BL-PROGRAM     TO SJ-OPERATOR OF WS-SJ-RECORD
    MOVE WS-SJ-EVENT-WORK  TO SJ-EVENT OF WS-SJ-RECORD
    MOVE WS-SJ-DETAIL-WORK TO SJ-DETAIL OF WS-SJ-RECORD
    MOVE "C" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
    .

SCRUB-PAY-PROPOSAL.
    *> Nome do favorecido anonimizado tambem sai da proposta
    PERFORM VARYING WS-PK-I FROM 1 BY 1 UNTIL WS-PK-I > WS-PK-COUNT
       MOVE SPACE TO WS-PP-RECORD
       MOVE WS-PK-VENDOR-ID (WS-PK-I) TO PP-VENDOR-ID OF WS-PP-RECORD
       MOVE WS-PK-INVOICE-NO (WS-PK-I) TO PP-INVOICE-NO OF WS-PP-RECORD
       MOVE "R" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
       IF WS-PP-RETURN-STATUS = "00"
          IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
             MOVE 3 TO WS-SEEK-POL
          ELSE
             MOVE 2 TO WS-SEEK-POL
          END-IF
          MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-SEEK-NUM-ID
          MOVE SPACES TO WS-SEEK-OPER-ID
          PERFORM FIND-CANDIDATE
          IF WS-CD-FOUND-I > 0
             IF WS-CD-DECISION (WS-CD-FOUND-I) = "A"
                MOVE WS-ANON-NAME TO PP-VENDOR-NAME OF WS-PP-RECORD
                MOVE "U" TO WS-PP-OP-CODE
                CALL "PAY-PROPOSAL-IO" USING
                     WS-PP-OP-CODE
                     WS-PP-RECORD
                     WS-PP-RETURN-STATUS
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .

SCRUB-PAY-PROPOSAL-HIST.
    *> Mesma limpeza na proposta arquivada
    PERFORM VARYING WS-PH-I FROM 1 BY 1 UNTIL WS-PH-I > WS-PH-COUNT
       MOVE SPACE TO WS-PP-RECORD
       MOVE WS-PH-VENDOR-ID (WS-PH-I) TO PP-VENDOR-ID OF WS-PP-RECORD
       MOVE WS-PH-INVOICE-NO (WS-PH-I) TO PP-INVOICE-NO OF WS-PP-RECORD
       MOVE "R" TO WS-PP-OP-CODE
       CALL "PAY-PROPOSAL-HIST-IO" USING
            WS-PP-OP-CODE
            WS-PP-RECORD
            WS-PP-RETURN-STATUS
       IF WS-PP-RETURN-STATUS = "00"
          IF PP-PAYEE-EMPLOYEE OF WS-PP-RECORD
             MOVE 3 TO WS-SEEK-POL
          ELSE
             MOVE 2 TO WS-SEEK-POL
          END-IF
          MOVE PP-VENDOR-ID OF WS-PP-RECORD TO WS-SEEK-NUM-ID
          MOVE SPACES TO WS-SEEK-OPER-ID
          PERFORM FIND-CANDIDATE
          IF WS-CD-FOUND-I > 0
             IF WS-CD-DECISION (WS-CD-FOUND-I) = "A"
                MOVE WS-ANON-NAME TO PP-VENDOR-NAME OF WS-PP-RECORD
                MOVE "U" TO WS-PP-OP-CODE
                CALL "PAY-PROPOSAL-HIST-IO" USING
                     WS-PP-OP-CODE
                     WS-PP-RECORD
                     WS-PP-RETURN-STATUS
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .

*> ------------------------------------------------------------
*> Arquivos CNAB
*> ------------------------------------------------------------
PROCESS-CNAB-FILES.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Arquivos CNAB:" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-CNAB-I FROM 1 BY 1 UNTIL WS-CNAB-I > 4
       PERFORM PROCESS-ONE-CNAB
       MOVE SPACES TO WS-RP-LINE
       STRING "  " WS-CNAB-NAME (WS-CNAB-I) " " WS-CNAB-STATE
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    .

PROCESS-ONE-CNAB.
    MOVE WS-CNAB-NAME (WS-CNAB-I) TO WS-CNAB-PATH
    MOVE 0 TO WS-CNAB-GEN-DATE
    MOVE SPACES TO FS-CNAB
    OPEN INPUT CNAB-FILE
    IF FS-CNAB NOT = FS-OK
       MOVE "ausente" TO WS-CNAB-STATE
       EXIT PARAGRAPH
    END-IF
    READ CNAB-FILE
    MOVE FS-CNAB TO WS-CNAB-READ-STATUS
    IF FS-CNAB = FS-OK AND CNAB-LINE (143:8) IS NUMERIC
       MOVE CNAB-LINE (143:8) TO WS-CNAB-GEN-DATE
    END-IF
    CLOSE CNAB-FILE
    IF WS-CNAB-READ-STATUS NOT = FS-OK
       MOVE "vazio" TO WS-CNAB-STATE
       EXIT PARAGRAPH
    END-IF
    IF WS-CNAB-GEN-DATE < 19000101 OR WS-CNAB-GEN-DATE > WS-TODAY
       MOVE "sem data de geracao - mantido" TO WS-CNAB-STATE
       EXIT PARAGRAPH
    END-IF

    MOVE WS-CNAB-GEN-DATE TO WS-DT-DATE-WORK
    PERFORM DATE-TO-DAYS
    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DT-DAYS
    MOVE SPACES TO WS-CNAB-STATE
    EVALUATE TRUE
       WHEN WS-POL-ACTION (WS-POL-CNAB) NOT = "E"
          STRING "de " WS-CNAB-GEN-DATE " - politica suspensa"
                 DELIMITED BY SIZE INTO WS-CNAB-STATE
       WHEN WS-AGE-DAYS <= WS-POL-DAYS (WS-POL-CNAB)
          STRING "de " WS-CNAB-GEN-DATE " - na retencao"
                 DELIMITED BY SIZE INTO WS-CNAB-STATE
       WHEN WS-CNAB-LOCK (WS-CNAB-I) = "P" AND WS-PAY-IN-REMIT > 0
          STRING "de " WS-CNAB-GEN-DATE " - item em remessa"
                 DELIMITED BY SIZE INTO WS-CNAB-STATE
       WHEN WS-CNAB-LOCK (WS-CNAB-I) = "C" AND WS-COB-IN-REMIT > 0
          STRING "de " WS-CNAB-GEN-DATE " - item em remessa"
                 DELIMITED BY SIZE INTO WS-CNAB-STATE
       WHEN NOT RUN-IS-EFFECTIVE
          STRING "de " WS-CNAB-GEN-DATE " - EXPURGARIA"
                 DELIMITED BY SIZE INTO WS-CNAB-STATE
       WHEN OTHER
          MOVE SPACES TO WS-RM-CMD
          STRING "rm -f " WS-CNAB-NAME (WS-CNAB-I)
                 DELIMITED BY SIZE INTO WS-RM-CMD
          CALL "SYSTEM" USING WS-RM-CMD
          ADD 1 TO WS-PURGE-COUNT
          ADD 1 TO WS-POL-DONE (WS-POL-CNAB)
          STRING "de " WS-CNAB-GEN-DATE " - EXPURGADO"
                 DELIMITED BY SIZE INTO WS-CNAB-STATE
          MOVE "LGPD-EXPG" TO WS-SJ-EVENT-WORK
          MOVE SPACES TO WS-SJ-DETAIL-WORK
          STRING WS-CNAB-NAME (WS-CNAB-I) (6:26) " " WS-CNAB-GEN-DATE
                 DELIMITED BY SIZE INTO WS-SJ-DETAIL-WORK
          PERFORM WRITE-SECURITY-EVENT
    END-EVALUATE
    .

*> ------------------------------------------------------------
*> Relatorio
*> ------------------------------------------------------------
PRINT-CANDIDATES.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Tipo ID       Ult.ativ.   Dias Abertos Decisao"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-CD-I FROM 1 BY 1 UNTIL WS-CD-I > WS-CD-COUNT
       PERFORM FORMAT-CANDIDATE-ID
       MOVE WS-CD-AGE (WS-CD-I) TO WS-EDIT-AGE
       MOVE WS-CD-OPEN (WS-CD-I) TO WS-EDIT-COUNT
       EVALUATE WS-CD-DECISION (WS-CD-I)
          WHEN "A"
             IF RUN-IS-EFFECTIVE
                MOVE "ANONIMIZADO" TO WS-DECISION-TEXT
             ELSE
                MOVE "ANONIMIZARIA" TO WS-DECISION-TEXT
             END-IF
          WHEN "O"
             MOVE "mantido - item em aberto" TO WS-DECISION-TEXT
          WHEN "R"
             MOVE "mantido - na retencao" TO WS-DECISION-TEXT
          WHEN "M"
             MOVE "mantido - politica suspensa" TO WS-DECISION-TEXT
          WHEN "F"
             MOVE "*** FALHA NA GRAVACAO ***" TO WS-DECISION-TEXT
       END-EVALUATE
       MOVE SPACES TO WS-RP-LINE
       STRING WS-POLICY-NAME (WS-CD-POL (WS-CD-I)) " "
              WS-ID-TEXT " "
              WS-CD-LAST-ACT (WS-CD-I) " "
              WS-EDIT-AGE " "
              WS-EDIT-COUNT "   "
              WS-DECISION-TEXT
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM
    IF TABLE-OVERFLOWED
       MOVE "*** Mais de 3000 registros inativos - o excedente fica para a proxima execucao ***"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Resumo  Ativos Inativos Tratados" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-POL-I FROM 1 BY 1 UNTIL WS-POL-I > 5
       MOVE WS-POL-ACTIVE (WS-POL-I) TO WS-EDIT-COUNT
       MOVE WS-POL-CANDIDATES (WS-POL-I) TO WS-EDIT-CAND
       MOVE WS-POL-DONE (WS-POL-I) TO WS-EDIT-DONE
       MOVE SPACES TO WS-RP-LINE
       STRING "  " WS-POLICY-NAME (WS-POL-I) "   " WS-EDIT-COUNT
              "    " WS-EDIT-CAND "    " WS-EDIT-DONE
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    IF RUN-IS-EFFECTIVE
       MOVE "I" TO WS-BL-SEVERITY
       MOVE "LG0001" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       MOVE WS-ANON-COUNT TO WS-EDIT-COUNT
       MOVE WS-PURGE-COUNT TO WS-EDIT-DONE
       STRING "Anonimizados: " WS-EDIT-COUNT
              "  CNAB expurgados: " WS-EDIT-DONE
              DELIMITED BY SIZE INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
    END-IF
    IF WS-FAIL-COUNT > 0
       MOVE "W" TO WS-BL-SEVERITY
       MOVE "LG0010" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT
       STRING "Anonimizacao nao gravada: " WS-EDIT-COUNT " registro(s)"
              DELIMITED BY SIZE INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
    END-IF
    .

EMIT-REPORT-LINE.
    *> Cada linha do relatorio sai no terminal e no spool
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
               WS-RP-RETURN-STATUS ") - relatorio so no terminal."
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

WRITE-BATCH-LOG.
    MOVE "W" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .

*> ------------------------------------------------------------
*> Estatistica de execucao (tempo decorrido e volumes) para o
*> historico data/batch-stats.dat lido pelo BATCH-TREND
*> ------------------------------------------------------------
START-RUN-STATS.
    MOVE "B" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .

LOG-RUN-STATS.
    MOVE SPACES TO BS-STAT-TEXT
    MOVE "CANDID" TO BS-ST-TAG (1)
    MOVE WS-CD-COUNT TO BS-ST-VALUE (1)
    MOVE "ANONIM" TO BS-ST-TAG (2)
    MOVE WS-ANON-COUNT TO BS-ST-VALUE (2)
    MOVE "CNAB" TO BS-ST-TAG (3)
    MOVE WS-PURGE-COUNT TO BS-ST-VALUE (3)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "LG0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
