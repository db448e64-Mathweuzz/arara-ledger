*>       'J' = Reject (rejeita um lancamento pendente)
*>       'S' = Browse-start por busca (faixa de valor e/ou memo)
*>       'T' = Browse-next (continua a varredura iniciada por 'S')
*>       'D' = Duplicate-check (nao grava nada - ver abaixo)
*>   - A busca 'S'/'T' varre o JOURNAL inteiro sequencialmente (nao ha
*>     chave por valor ou memo) e devolve os lancamentos onde QUALQUER
*>     linha tenha JR-LINE-AMOUNT-CENTS entre L-JR-SEARCH-AMOUNT-MIN e
*>     o indice por conta da LINHA que o JR-ALT-KEY nunca foi -
*>     e dele que RAZAO-RPT, CLEARING-MATCH e as medicoes por
*>     conta leem sem varrer o JOURNAL inteiro.
*>   - O chamador do 'C' carimba a origem do lancamento em
*>     JR-SOURCE (ver journal.cpy); o 'V' carimba o estorno com
*>     a origem propria de estorno (JR-SRC-VOID).
*>   - Todo lancamento que ainda tem de ser postado entra na fila
*>     POST-QUEUE (via POST-QUEUE-IO): o 'C' inclui o lancamento
*>     criado (mesmo o que nasce pendente 'P' - ele espera na
*>     fila ate ser aprovado ou rejeitado), o 'A' inclui de novo
*>     (sem efeito se ja estava na fila), o 'V' inclui o novo
*>     lancamento de estorno e o 'J' retira o rejeitado. O
*>     POST-LEDGER le a fila em vez de varrer o JOURNAL inteiro.
*>   - O 'D' recebe o mesmo registro/linhas que seriam passados ao
*>     'C' e procura, pela referencia cruzada JRNL-XREF da conta
*>     da linha 1 (sem varrer o JOURNAL), outro lancamento nao
*>     rejeitado da empresa com data dentro da janela de
*>     DUP-CHECK-WINDOW-DD dias (SYS-PARAMS, default 3), o mesmo
*>     total de debitos e o mesmo conjunto de conta+D/C nas
*>     linhas. Achando, devolve FS-DUPLICATE-SUSPECT ("86") com o
*>     ID do lancamento suspeito em L-JR-SEARCH-AMOUNT-MIN; o
*>     MENU pede confirmacao ao operador e os importadores batch
*>     desviam o lancamento para o arquivo de rejeitados.
*>     DUP-CHECK-ON = 0 em SYS-PARAMS desliga a verificacao ('D'
*>     devolve sempre "00").
*>   - No 'C', linha em conta marcada como conta de controle de
*>     auxiliar (AT-CONTROL-TYPE do ACCOUNT-ATTRS) so e aceita
*>     quando o lancamento vem do programa dono daquele auxiliar,
*>     reconhecido pela origem JR-SOURCE que ele carimba:
*>       fornecedores  CPG (AP-MENU, AP-RETURN-PROC), TRB
*>                     (guias do TAX-SETTLE), CAM (FX-REVAL);
*>       clientes      CRC (AR-MENU, AR-IMPORT, AR-RETURN-PROC,
*>                     AR-DUNNING, CONTRACT-BILL, PIX-IMPORT),
*>                     PDD (AR-PROVISION), CAM;
*>       estoque       ETQ (INV-MENU, INV-OBSOL);
*>       imobilizado   IMB (AUX-MENU), DEP (DEPRECIATION);
*>       emprestimos   EMP (LOAN-SCHED).
*>     Fora disso (MENU, modelos, JOURNAL-IMPORT, folha etc.) o
*>     lancamento inteiro e recusado com FS-CONTROL-ACCOUNT
*>     ("85") antes de qualquer gravacao - o acerto de AP/AR se
*>     faz no auxiliar, para o LEDGER nao se afastar das faturas
*>     em aberto. Excecao: L-JR-SEARCH-MEMO = "FORCA-CONTA-
*>     CONTROLE" com operador US-PERM-ADMIN (conferido no USERS,
*>     nao no chamador) grava mesmo assim, e o forcamento fica no
*>     diario de seguranca (SEC-JRNL, evento FORCA-CTRL).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. JOURNAL-IO.
01 WS-XR-DATE-TO        PIC 9(8).
01 WS-XR-RETURN-STATUS  PIC XX.

*> Fila de lancamentos nao postados (POST-QUEUE-IO) - inclusao
*> no 'C'/'A'/'V' e retirada no 'J'
01 WS-PQ-OP-CODE        PIC X.
COPY "post-queue.cpy" REPLACING ==PQ-RECORD== BY ==WS-PQ-RECORD==.
01 WS-PQ-RETURN-STATUS  PIC XX.
01 WS-PQ-QUEUE-TXN-ID   PIC 9(12).

*> Validacao de codigo de projeto das linhas no 'C'
01 WS-PJ-OP-CODE        PIC X.
COPY "projects.cpy" REPLACING ==PJ-RECORD== BY ==WS-PJ-RECORD==.
01 WS-TX-INVALID-SWITCH PIC X.
   88 TAX-CODE-LINE-INVALID VALUE "Y".

*> Verificacao de lancamento em duplicidade ('D'): parametros
*> de SYS-PARAMS, janela de datas e as duas listas conta+D/C
*> (a do lancamento novo e a do candidato lido do arquivo)
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-DUP-CHECK-ON      PIC 9(1) VALUE 1.
01 WS-DUP-WINDOW-DD     PIC 9(3) VALUE 3.
01 WS-DUP-DATE-SERIAL   PIC 9(7).
01 WS-DUP-WORK-SERIAL   PIC 9(7).
01 WS-DUP-WORK-YYYY     PIC 9(4).
01 WS-DUP-WORK-REST     PIC 9(3).
01 WS-DUP-WORK-MM       PIC 9(2).
01 WS-DUP-WORK-DD       PIC 9(2).
01 WS-DUP-DATE-FROM     PIC 9(8).
01 WS-DUP-DATE-TO       PIC 9(8).
01 WS-DUP-PIVOT-DC      PIC X(1).
01 WS-DUP-LAST-TXN-ID   PIC 9(12).
01 WS-DUP-SUSPECT-TXN-ID PIC 9(12).
01 WS-DUP-FOUND-SWITCH  PIC X VALUE "N".
   88 DUP-SUSPECT-FOUND        VALUE "Y".
01 WS-DUP-SAME-SWITCH   PIC X VALUE "N".
   88 DUP-LINES-MATCH          VALUE "Y".
01 WS-DUP-HIT-SWITCH    PIC X VALUE "N".
   88 DUP-PAIR-HIT             VALUE "Y".
01 WS-DUP-NEW-DEBIT     PIC 9(15).
01 WS-DUP-OLD-DEBIT     PIC 9(15).
01 WS-DUP-NEW-COUNT     PIC 9(3).
01 WS-DUP-OLD-COUNT     PIC 9(3).
01 WS-DUP-I             PIC 9(3).
01 WS-DUP-J             PIC 9(3).
01 WS-DUP-NEW-TABLE.
   05 WS-DUP-NEW-PAIR OCCURS 200 TIMES.
      10 WS-DUP-NEW-ACCOUNT PIC 9(10).
      10 WS-DUP-NEW-DC      PIC X(1).
01 WS-DUP-OLD-TABLE.
   05 WS-DUP-OLD-PAIR OCCURS 200 TIMES.
      10 WS-DUP-OLD-ACCOUNT PIC 9(10).
      10 WS-DUP-OLD-DC      PIC X(1).

*> Conta de controle de auxiliar no 'C' (ACCOUNT-ATTRS-IO) e
*> forcamento pelo administrador (USERS-IO + SEC-JRNL-IO)
01 WS-AT-OP-CODE        PIC X.
COPY "account-attrs.cpy" REPLACING ==AT-RECORD== BY ==WS-AT-RECORD==.
01 WS-AT-RETURN-STATUS  PIC XX.
01 WS-CTL-CHECK-I       PIC 9(3).
01 WS-CTL-ACCOUNT-ID    PIC 9(10).
01 WS-CTL-REFUSED-SWITCH PIC X.
   88 CONTROL-ACCOUNT-REFUSED  VALUE "Y".
01 WS-CTL-OWNER-SWITCH  PIC X.
   88 CALLER-OWNS-CONTROL      VALUE "Y".
01 WS-CTL-ADMIN-SWITCH  PIC X.
   88 OVERRIDE-BY-ADMIN        VALUE "Y".
01 WS-US-OP-CODE        PIC X.
COPY "users.cpy" REPLACING ==US-RECORD== BY ==WS-US-RECORD==.
01 WS-US-RETURN-STATUS  PIC XX.
01 WS-SJ-OP-CODE        PIC X.
COPY "sec-journal.cpy" REPLACING ==SJ-RECORD== BY ==WS-SJ-RECORD==.
01 WS-SJ-RETURN-STATUS  PIC XX.

LINKAGE SECTION.
01 L-JR-OP-CODE        PIC X.
COPY "journal.cpy" REPLACING ==JR-RECORD== BY ==L-JR-RECORD==.
          PERFORM START-BROWSE-SEARCH
       WHEN "T"
          PERFORM NEXT-BROWSE-SEARCH
       WHEN "D"
          PERFORM CHECK-DUPLICATE
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-JR-RETURN-STATUS
    END-EVALUATE
       EXIT PARAGRAPH
    END-IF

    *> Conta de controle de auxiliar so aceita o programa dono,
    *> salvo forcamento explicito de um administrador
    PERFORM VALIDATE-LINE-CONTROL-ACCOUNTS
    MOVE "N" TO WS-CTL-ADMIN-SWITCH
    IF CONTROL-ACCOUNT-REFUSED
       IF L-JR-SEARCH-MEMO = "FORCA-CONTA-CONTROLE"
          PERFORM CHECK-ADMIN-OVERRIDE
       END-IF
       IF NOT OVERRIDE-BY-ADMIN
          MOVE FS-CONTROL-ACCOUNT TO L-JR-RETURN-STATUS
          CLOSE JOURNAL-FILE
          EXIT PARAGRAPH
       END-IF
    END-IF

    WRITE JR-RECORD
    MOVE FS-JOURNAL TO L-JR-RETURN-STATUS

    IF FS-JOURNAL = FS-OK
       IF OVERRIDE-BY-ADMIN
          PERFORM LOG-CONTROL-OVERRIDE
       END-IF
       PERFORM WRITE-JOURNAL-LINES
       MOVE JR-TXN-ID OF JR-RECORD TO WS-JE-EVENT-TXN-ID
       MOVE "CRIADO" TO WS-JE-EVENT-CODE
       PERFORM WRITE-JOURNAL-EVENT
       MOVE JR-TXN-ID OF JR-RECORD TO WS-PQ-QUEUE-TXN-ID
       MOVE "C" TO WS-PQ-OP-CODE
       PERFORM ENQUEUE-FOR-POSTING
    END-IF

    CLOSE JOURNAL-FILE
    .

ENQUEUE-FOR-POSTING.
    *> Inclui WS-PQ-QUEUE-TXN-ID na fila do POST-LEDGER; o
    *> WS-PQ-OP-CODE chega com a operacao que originou a inclusao
    *> ('C', 'A' ou 'V'), gravada no registro da fila. "22" =
    *> lancamento ja estava na fila (re-aprovacao), nada a fazer.
    MOVE SPACE TO WS-PQ-RECORD
    MOVE WS-PQ-QUEUE-TXN-ID TO PQ-TXN-ID OF WS-PQ-RECORD
    MOVE WS-PQ-OP-CODE      TO PQ-QUEUED-OP OF WS-PQ-RECORD
    ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
    MOVE WS-ACCEPT-DATE TO PQ-QUEUED-DATE OF WS-PQ-RECORD
    ACCEPT WS-ACCEPT-TIME FROM TIME
    MOVE WS-ACCEPT-TIME TO PQ-QUEUED-TIME OF WS-PQ-RECORD

    MOVE "C" TO WS-PQ-OP-CODE
    CALL "POST-QUEUE-IO" USING
         WS-PQ-OP-CODE
         WS-PQ-RECORD
         WS-PQ-RETURN-STATUS

    *> O lancamento ja foi gravado; fora da fila ele so seria
    *> postado depois que o DATA-VERIFY denunciasse a divergencia,
    *> entao avisa aqui mesmo em vez de abortar.
    IF WS-PQ-RETURN-STATUS NOT = FS-OK
       AND WS-PQ-RETURN-STATUS NOT = FS-DUPLICATE-KEY
       DISPLAY "Aviso: falha ao incluir o lancamento "
               WS-PQ-QUEUE-TXN-ID " na fila de postagem (STATUS "
               WS-PQ-RETURN-STATUS ")."
    END-IF
    .

DEQUEUE-FROM-POSTING.
    *> Retira WS-PQ-QUEUE-TXN-ID da fila do POST-LEDGER; "23"/"35"
    *> (lancamento fora da fila, ou fila ainda nao criada) nao e
    *> erro - nao ha o que retirar.
    MOVE SPACE TO WS-PQ-RECORD
    MOVE WS-PQ-QUEUE-TXN-ID TO PQ-TXN-ID OF WS-PQ-RECORD
    MOVE "D" TO WS-PQ-OP-CODE
    CALL "POST-QUEUE-IO" USING
         WS-PQ-OP-CODE
         WS-PQ-RECORD
         WS-PQ-RETURN-STATUS
    .

WRITE-JOURNAL-EVENT.
    *> Grava um evento de ciclo de vida (JOURNAL-EVENTS-IO 'C')
    *> para WS-JE-EVENT-TXN-ID com o codigo em WS-JE-EVENT-CODE,
    END-PERFORM
    .

VALIDATE-LINE-CONTROL-ACCOUNTS.
    *> Primeira linha em conta de controle cujo auxiliar nao e o
    *> da origem do lancamento recusa tudo; WS-CTL-ACCOUNT-ID
    *> guarda a conta para o diario de seguranca
    MOVE "N" TO WS-CTL-REFUSED-SWITCH
    MOVE 0   TO WS-CTL-ACCOUNT-ID
    PERFORM VARYING WS-CTL-CHECK-I FROM 1 BY 1
            UNTIL WS-CTL-CHECK-I > WS-JL-COUNT
               OR CONTROL-ACCOUNT-REFUSED
       IF JR-LINE-ACCOUNT-ID (WS-CTL-CHECK-I) NOT = 0
          MOVE SPACE TO WS-AT-RECORD
          MOVE JR-LINE-ACCOUNT-ID (WS-CTL-CHECK-I)
            TO AT-ACCOUNT-ID OF WS-AT-RECORD
          MOVE "R" TO WS-AT-OP-CODE
          CALL "ACCOUNT-ATTRS-IO" USING
               WS-AT-OP-CODE
               WS-AT-RECORD
               WS-AT-RETURN-STATUS
          IF WS-AT-RETURN-STATUS = FS-OK
             AND AT-IS-CONTROL-ACCOUNT OF WS-AT-RECORD
             PERFORM CHECK-CONTROL-OWNER
             IF NOT CALLER-OWNS-CONTROL
                MOVE "Y" TO WS-CTL-REFUSED-SWITCH
                MOVE JR-LINE-ACCOUNT-ID (WS-CTL-CHECK-I)
                  TO WS-CTL-ACCOUNT-ID
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .

CHECK-CONTROL-OWNER.
    *> Origens que sao donas de cada tipo de conta de controle
    MOVE "N" TO WS-CTL-OWNER-SWITCH
    EVALUATE TRUE
       WHEN AT-CONTROL-AP OF WS-AT-RECORD
          IF JR-SRC-AP OF JR-RECORD
             OR JR-SRC-TAX-SETTLE OF JR-RECORD
             OR JR-SRC-FX-REVAL OF JR-RECORD
             MOVE "Y" TO WS-CTL-OWNER-SWITCH
          END-IF
       WHEN AT-CONTROL-AR OF WS-AT-RECORD
          IF JR-SRC-AR OF JR-RECORD
             OR JR-SRC-AR-PROVISION OF JR-RECORD
             OR JR-SRC-FX-REVAL OF JR-RECORD
             MOVE "Y" TO WS-CTL-OWNER-SWITCH
          END-IF
       WHEN AT-CONTROL-INVENTORY OF WS-AT-RECORD
          IF JR-SRC-INVENTORY OF JR-RECORD
             MOVE "Y" TO WS-CTL-OWNER-SWITCH
          END-IF
       WHEN AT-CONTROL-FIXED-ASSETS OF WS-AT-RECORD
          IF JR-SRC-FIXED-ASSETS OF JR-RECORD
             OR JR-SRC-DEPRECIATION OF JR-RECORD
             MOVE "Y" TO WS-CTL-OWNER-SWITCH
          END-IF
       WHEN AT-CONTROL-LOANS OF WS-AT-RECORD
          IF JR-SRC-LOANS OF JR-RECORD
             MOVE "Y" TO WS-CTL-OWNER-SWITCH
          END-IF
    END-EVALUATE
    .

CHECK-ADMIN-OVERRIDE.
    *> O forcamento so vale para operador ativo com US-PERM-ADMIN
    *> no cadastro; sem nenhum operador cadastrado, o ADMIN de
    *> implantacao do MENU (todas as permissoes) tambem pode
    MOVE "N" TO WS-CTL-ADMIN-SWITCH
    MOVE SPACE TO WS-US-RECORD
    MOVE L-JR-OPERATOR-ID TO US-OPERATOR-ID OF WS-US-RECORD
    MOVE "R" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    IF WS-US-RETURN-STATUS = FS-OK
       IF US-IS-ACTIVE OF WS-US-RECORD
          AND US-PERM-ADMIN OF WS-US-RECORD = "Y"
          MOVE "Y" TO WS-CTL-ADMIN-SWITCH
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF L-JR-OPERATOR-ID NOT = "ADMIN"
       EXIT PARAGRAPH
    END-IF

    *> ADMIN fora do cadastro: so vale com o USERS vazio (a
    *> varredura vai ate o fim para nao deixar o browse aberto)
    MOVE "Y" TO WS-CTL-ADMIN-SWITCH
    MOVE "L" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    PERFORM UNTIL WS-US-RETURN-STATUS NOT = FS-OK
       MOVE "N" TO WS-CTL-ADMIN-SWITCH
       MOVE "N" TO WS-US-OP-CODE
       CALL "USERS-IO" USING
            WS-US-OP-CODE
            WS-US-RECORD
            WS-US-RETURN-STATUS
    END-PERFORM
    .

LOG-CONTROL-OVERRIDE.
    *> Rastro do forcamento no diario de seguranca (SEC-JRNL-IO
    *> carimba data/hora e resolve o sequencial)
    MOVE SPACE TO WS-SJ-RECORD
    MOVE L-JR-OPERATOR-ID TO SJ-OPERATOR OF WS-SJ-RECORD
    MOVE "FORCA-CTRL"     TO SJ-EVENT OF WS-SJ-RECORD
    STRING "LANC " DELIMITED BY SIZE
           JR-TXN-ID OF JR-RECORD DELIMITED BY SIZE
           " CONTA " DELIMITED BY SIZE
           WS-CTL-ACCOUNT-ID DELIMITED BY SIZE
      INTO SJ-DETAIL OF WS-SJ-RECORD
    MOVE "C" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
    .

VALIDATE-LINE-TAX-CODES.
    MOVE "N" TO WS-TX-INVALID-SWITCH
    PERFORM VARYING WS-TX-CHECK-I FROM 1 BY 1
      INTO JR-MEMO OF L-JR-RECORD

    MOVE "N" TO JR-POSTED-FLAG OF L-JR-RECORD
    SET JR-SRC-VOID OF L-JR-RECORD TO TRUE

    MOVE L-JR-RECORD TO JR-RECORD
    WRITE JR-RECORD
       MOVE WS-VOID-NEW-TXN-ID TO WS-JE-EVENT-TXN-ID
       MOVE "CRIADO" TO WS-JE-EVENT-CODE
       PERFORM WRITE-JOURNAL-EVENT
       *> O estorno nasce nao postado: entra na fila do POST-LEDGER
       MOVE WS-VOID-NEW-TXN-ID TO WS-PQ-QUEUE-TXN-ID
       MOVE "V" TO WS-PQ-OP-CODE
       PERFORM ENQUEUE-FOR-POSTING
    END-IF

    CLOSE JOURNAL-FILE
          MOVE JR-TXN-ID OF JR-RECORD TO WS-JE-EVENT-TXN-ID
          MOVE "APROVADO" TO WS-JE-EVENT-CODE
          PERFORM WRITE-JOURNAL-EVENT
          *> Ja entrou na fila no 'C'; reinclui para cobrir
          *> lancamentos anteriores a fila ("22" e ignorado)
          IF JR-POSTED-FLAG OF JR-RECORD NOT = "Y"
             MOVE JR-TXN-ID OF JR-RECORD TO WS-PQ-QUEUE-TXN-ID
             MOVE "A" TO WS-PQ-OP-CODE
             PERFORM ENQUEUE-FOR-POSTING
          END-IF
       END-IF
    END-IF
    MOVE FS-JOURNAL TO L-JR-RETURN-STATUS
          MOVE JR-TXN-ID OF JR-RECORD TO WS-JE-EVENT-TXN-ID
          MOVE "REJEITADO" TO WS-JE-EVENT-CODE
          PERFORM WRITE-JOURNAL-EVENT
          *> Rejeitado nunca sera postado: sai da fila
          MOVE JR-TXN-ID OF JR-RECORD TO WS-PQ-QUEUE-TXN-ID
          PERFORM DEQUEUE-FROM-POSTING
       END-IF
    END-IF
    MOVE FS-JOURNAL TO L-JR-RETURN-STATUS
       END-IF
    END-PERFORM
    .

CHECK-DUPLICATE.
    *> Nada e gravado: so responde se ja existe um lancamento com
    *> a mesma cara do que o chamador esta para incluir no 'C'.
    MOVE FS-OK TO L-JR-RETURN-STATUS
    MOVE 0     TO L-JR-SEARCH-AMOUNT-MIN
    PERFORM LOAD-DUPLICATE-PARAMS
    IF WS-DUP-CHECK-ON = 0
       EXIT PARAGRAPH
    END-IF

    PERFORM COUNT-LINES-TO-WRITE
    IF WS-JL-COUNT = 0
       EXIT PARAGRAPH
    END-IF

    *> Lista conta+D/C e total de debitos do lancamento novo
    MOVE 0 TO WS-DUP-NEW-COUNT
    MOVE 0 TO WS-DUP-NEW-DEBIT
    PERFORM VARYING WS-JL-I FROM 1 BY 1 UNTIL WS-JL-I > WS-JL-COUNT
       IF JR-LINE-ACCOUNT-ID (WS-JL-I) NOT = 0
          ADD 1 TO WS-DUP-NEW-COUNT
          MOVE JR-LINE-ACCOUNT-ID (WS-JL-I)
            TO WS-DUP-NEW-ACCOUNT (WS-DUP-NEW-COUNT)
          MOVE JR-LINE-DC (WS-JL-I) TO WS-DUP-NEW-DC (WS-DUP-NEW-COUNT)
          IF JR-LINE-DC (WS-JL-I) = "D"
             ADD JR-LINE-AMOUNT-CENTS (WS-JL-I) TO WS-DUP-NEW-DEBIT
          END-IF
       END-IF
    END-PERFORM
    MOVE WS-DUP-NEW-DC (1) TO WS-DUP-PIVOT-DC

    PERFORM COMPUTE-DUPLICATE-WINDOW

    MOVE SPACES TO FS-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       *> Sem JOURNAL ainda nao ha com o que comparar
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FS-JOURNAL-LINES
    OPEN INPUT JOURNAL-LINES-FILE
    IF FS-JOURNAL-LINES NOT = FS-OK
       CLOSE JOURNAL-FILE
       EXIT PARAGRAPH
    END-IF

    *> Candidatos: linhas da conta da linha 1, com a mesma
    *> natureza, dentro da janela - pelo JRNL-XREF, lido ate o
    *> fim da faixa para deixar o browse do indice fechado.
    MOVE "N" TO WS-DUP-FOUND-SWITCH
    MOVE 0   TO WS-DUP-LAST-TXN-ID
    MOVE SPACE TO WS-XR-RECORD
    MOVE WS-DUP-NEW-ACCOUNT (1) TO XR-ACCOUNT-ID OF WS-XR-RECORD
    MOVE WS-DUP-DATE-FROM       TO XR-DATE OF WS-XR-RECORD
    MOVE WS-DUP-DATE-TO         TO WS-XR-DATE-TO
    MOVE "K" TO WS-XR-OP-CODE
    CALL "JRNL-XREF-IO" USING
         WS-XR-OP-CODE
         WS-XR-RECORD
         WS-XR-DATE-TO
         WS-XR-RETURN-STATUS
    PERFORM UNTIL WS-XR-RETURN-STATUS NOT = FS-OK
       IF NOT DUP-SUSPECT-FOUND
          AND XR-LINE-DC OF WS-XR-RECORD = WS-DUP-PIVOT-DC
          AND XR-TXN-ID OF WS-XR-RECORD NOT = WS-DUP-LAST-TXN-ID
          AND XR-TXN-ID OF WS-XR-RECORD NOT = JR-TXN-ID OF L-JR-RECORD
          MOVE XR-TXN-ID OF WS-XR-RECORD TO WS-DUP-LAST-TXN-ID
          PERFORM COMPARE-DUPLICATE-CANDIDATE
       END-IF
       MOVE "N" TO WS-XR-OP-CODE
       CALL "JRNL-XREF-IO" USING
            WS-XR-OP-CODE
            WS-XR-RECORD
            WS-XR-DATE-TO
            WS-XR-RETURN-STATUS
    END-PERFORM

    CLOSE JOURNAL-LINES-FILE
    CLOSE JOURNAL-FILE

    IF DUP-SUSPECT-FOUND
       MOVE WS-DUP-SUSPECT-TXN-ID TO L-JR-SEARCH-AMOUNT-MIN
       MOVE FS-DUPLICATE-SUSPECT  TO L-JR-RETURN-STATUS
    END-IF
    .

LOAD-DUPLICATE-PARAMS.
    *> Parametros centrais DUP-CHECK-ON e DUP-CHECK-WINDOW-DD
    *> (SYS-PARAMS-IO); ausentes mantem os defaults do VALUE
    MOVE SPACE TO WS-SP-RECORD
    MOVE "DUP-CHECK-ON" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-DUP-CHECK-ON
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "DUP-CHECK-WINDOW-DD" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-DUP-WINDOW-DD
    END-IF
    .

COMPUTE-DUPLICATE-WINDOW.
    *> Janela de JR-DATE +/- WS-DUP-WINDOW-DD dias no calendario
    *> comercial 30/360 (mesma conta do CLEARING-MATCH), convertida
    *> de volta para AAAAMMDD para o START do JRNL-XREF.
    MOVE JR-DATE OF L-JR-RECORD (1:4) TO WS-DUP-WORK-YYYY
    MOVE JR-DATE OF L-JR-RECORD (5:2) TO WS-DUP-WORK-MM
    MOVE JR-DATE OF L-JR-RECORD (7:2) TO WS-DUP-WORK-DD
    COMPUTE WS-DUP-DATE-SERIAL = WS-DUP-WORK-YYYY * 360
                               + WS-DUP-WORK-MM * 30
                               + WS-DUP-WORK-DD

    COMPUTE WS-DUP-WORK-SERIAL = WS-DUP-DATE-SERIAL - WS-DUP-WINDOW-DD
    PERFORM SERIAL-TO-WINDOW-DATE
    MOVE WS-DUP-WORK-YYYY TO WS-DUP-DATE-FROM (1:4)
    MOVE WS-DUP-WORK-MM   TO WS-DUP-DATE-FROM (5:2)
    MOVE WS-DUP-WORK-DD   TO WS-DUP-DATE-FROM (7:2)

    COMPUTE WS-DUP-WORK-SERIAL = WS-DUP-DATE-SERIAL + WS-DUP-WINDOW-DD
    PERFORM SERIAL-TO-WINDOW-DATE
    *> Dia 30 no limite superior cobre tambem o dia 31 do mes
    IF WS-DUP-WORK-DD = 30
       MOVE 31 TO WS-DUP-WORK-DD
    END-IF
    MOVE WS-DUP-WORK-YYYY TO WS-DUP-DATE-TO (1:4)
    MOVE WS-DUP-WORK-MM   TO WS-DUP-DATE-TO (5:2)
    MOVE WS-DUP-WORK-DD   TO WS-DUP-DATE-TO (7:2)
    .

SERIAL-TO-WINDOW-DATE.
    SUBTRACT 31 FROM WS-DUP-WORK-SERIAL
    DIVIDE WS-DUP-WORK-SERIAL BY 360 GIVING WS-DUP-WORK-YYYY
    COMPUTE WS-DUP-WORK-REST = WS-DUP-WORK-SERIAL - WS-DUP-WORK-YYYY * 360
    DIVIDE WS-DUP-WORK-REST BY 30 GIVING WS-DUP-WORK-MM
    COMPUTE WS-DUP-WORK-DD = WS-DUP-WORK-REST - WS-DUP-WORK-MM * 30 + 1
    ADD 1 TO WS-DUP-WORK-MM
    .

COMPARE-DUPLICATE-CANDIDATE.
    *> Le o cabecalho (rejeitado nao conta) e as linhas do
    *> candidato WS-DUP-LAST-TXN-ID direto do arquivo, sem passar
    *> pelo buffer do chamador, e compara total e conta+D/C.
    MOVE WS-DUP-LAST-TXN-ID TO JR-TXN-ID OF JR-RECORD
    READ JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    IF JR-APPROVAL-STATUS OF JR-RECORD = "R"
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-DUP-OLD-COUNT
    MOVE 0 TO WS-DUP-OLD-DEBIT
    MOVE WS-DUP-LAST-TXN-ID TO JL-TXN-ID
    MOVE 1                  TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY
    IF FS-JOURNAL-LINES = FS-OK
       READ JOURNAL-LINES-FILE NEXT RECORD
       PERFORM UNTIL FS-JOURNAL-LINES NOT = FS-OK
                     OR JL-TXN-ID NOT = WS-DUP-LAST-TXN-ID
          IF WS-DUP-OLD-COUNT < 200
             ADD 1 TO WS-DUP-OLD-COUNT
             MOVE JL-LINE-ACCOUNT-ID TO WS-DUP-OLD-ACCOUNT (WS-DUP-OLD-COUNT)
             MOVE JL-LINE-DC         TO WS-DUP-OLD-DC (WS-DUP-OLD-COUNT)
          END-IF
          IF JL-LINE-DC = "D"
             ADD JL-LINE-AMOUNT-CENTS TO WS-DUP-OLD-DEBIT
          END-IF
          READ JOURNAL-LINES-FILE NEXT RECORD
       END-PERFORM
    END-IF

    IF WS-DUP-OLD-DEBIT NOT = WS-DUP-NEW-DEBIT
       EXIT PARAGRAPH
    END-IF

    *> Mesmo conjunto de conta+D/C nos dois sentidos
    MOVE "Y" TO WS-DUP-SAME-SWITCH
    PERFORM VARYING WS-DUP-I FROM 1 BY 1
            UNTIL WS-DUP-I > WS-DUP-NEW-COUNT OR NOT DUP-LINES-MATCH
       MOVE "N" TO WS-DUP-HIT-SWITCH
       PERFORM VARYING WS-DUP-J FROM 1 BY 1
               UNTIL WS-DUP-J > WS-DUP-OLD-COUNT OR DUP-PAIR-HIT
          IF WS-DUP-OLD-ACCOUNT (WS-DUP-J) = WS-DUP-NEW-ACCOUNT (WS-DUP-I)
             AND WS-DUP-OLD-DC (WS-DUP-J) = WS-DUP-NEW-DC (WS-DUP-I)
             MOVE "Y" TO WS-DUP-HIT-SWITCH
          END-IF
       END-PERFORM
       IF NOT DUP-PAIR-HIT
          MOVE "N" TO WS-DUP-SAME-SWITCH
       END-IF
    END-PERFORM
    PERFORM VARYING WS-DUP-J FROM 1 BY 1
            UNTIL WS-DUP-J > WS-DUP-OLD-COUNT OR NOT DUP-LINES-MATCH
       MOVE "N" TO WS-DUP-HIT-SWITCH
       PERFORM VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I > WS-DUP-NEW-COUNT OR DUP-PAIR-HIT
          IF WS-DUP-NEW-ACCOUNT (WS-DUP-I) = WS-DUP-OLD-ACCOUNT (WS-DUP-J)
             AND WS-DUP-NEW-DC (WS-DUP-I) = WS-DUP-OLD-DC (WS-DUP-J)
             MOVE "Y" TO WS-DUP-HIT-SWITCH
          END-IF
       END-PERFORM
       IF NOT DUP-PAIR-HIT
          MOVE "N" TO WS-DUP-SAME-SWITCH
       END-IF
    END-PERFORM

    IF DUP-LINES-MATCH
       MOVE WS-DUP-LAST-TXN-ID TO WS-DUP-SUSPECT-TXN-ID
       MOVE "Y" TO WS-DUP-FOUND-SWITCH
    END-IF
    .
