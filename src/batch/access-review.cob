>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: access-review.cob
*> Objetivo:
*>   - Revisao trimestral de acessos: a cada auditoria a prova
*>     de "quem pode fazer o que" era montada a mao a partir do
*>     SEC-MENU e do diario de seguranca. Este step lista todo
*>     operador do USERS com as suas permissoes, o ultimo
*>     sign-on, os dias desde a ultima troca de senha e a
*>     atividade recente no JOURNAL-EVENTS, e aponta:
*>       DORMENTE - sem sign-on (ou nunca) na janela de
*>                  ACCESS-DORMANT-DD dias (SYS-PARAMS,
*>                  default 90) - a mesma janela mede a
*>                  atividade recente;
*>       SOD      - conflito de segregacao de funcoes: o
*>                  operador tem todas as permissoes de uma
*>                  regra do SOD-RULES (mantido no SEC-MENU);
*>                  sem regra cadastrada valem as duas
*>                  classicas (pagar + cadastros + aprovar;
*>                  capturar + aprovar + fechar periodo).
*>   - SYSIN: periodo AAAAMM; a revisao e a do trimestre dele
*>     (chave AAAAT). Na primeira execucao do trimestre a
*>     revisao e ABERTA no ACCESS-REVIEW com prazo de
*>     ACCESS-REVIEW-DD dias (default 30) e uma linha pendente
*>     por operador ativo, com a fotografia das permissoes; nas
*>     seguintes entram os operadores criados depois.
*>   - O gestor confirma ou revoga cada operador no SEC-MENU e
*>     assina a revisao - a assinatura e as decisoes ficam no
*>     ACCESS-REVIEW como evidencia. Passado o prazo sem
*>     assinatura, o operador ainda pendente e INATIVADO aqui
*>     (USERS status 'I', evento ACESSO-EXP no diario de
*>     seguranca).
*>   - O relatorio sai tambem no spool (ACESSOS), que a
*>     auditoria recebe junto com a revisao assinada.
*>   - RC 4 com conflito, operador dormente ou pendente.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-REVIEW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-EVENTS-FILE ASSIGN TO WS-JOURNAL-EVENTS-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JE-KEY
        FILE STATUS   IS FS-EVENTS.

DATA DIVISION.
FILE SECTION.

FD  JOURNAL-EVENTS-FILE.
COPY "journal-events.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "ACCREVW".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

*> Resolucao do caminho qualificado por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-JOURNAL-EVENTS-PATH PIC X(64).
01 FS-EVENTS            PIC XX.

01 WS-US-OP-CODE        PIC X.
COPY "users.cpy" REPLACING ==US-RECORD== BY ==WS-US-RECORD==.
01 WS-US-RETURN-STATUS  PIC XX.

01 WS-SJ-OP-CODE        PIC X.
COPY "sec-journal.cpy" REPLACING ==SJ-RECORD== BY ==WS-SJ-RECORD==.
01 WS-SJ-RETURN-STATUS  PIC XX.

01 WS-SD-OP-CODE        PIC X.
COPY "sod-rules.cpy" REPLACING ==SD-RECORD== BY ==WS-SD-RECORD==.
01 WS-SD-RETURN-STATUS  PIC XX.

01 WS-AX-OP-CODE        PIC X.
COPY "access-review.cpy" REPLACING ==AX-RECORD== BY ==WS-AX-RECORD==.
01 WS-AX-RETURN-STATUS  PIC XX.

01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "ACCREVW".
01 WS-SP-RETURN-STATUS  PIC XX.

01 WS-DORMANT-DAYS      PIC 9(4) VALUE 90.
01 WS-REVIEW-DAYS       PIC 9(4) VALUE 30.

01 WS-REPORT-PERIOD     PIC 9(6).
01 WS-REPORT-YEAR       PIC 9(4).
01 WS-REPORT-MONTH      PIC 9(2).
01 WS-REVIEW-ID         PIC 9(5).
01 WS-QUARTER           PIC 9(1).

*> Datas em dias corridos na convencao 30/360 (como a validade
*> de senha do MENU)
01 WS-TODAY             PIC 9(8).
01 WS-NOW-TIME          PIC 9(8).
01 WS-DT-DATE-WORK      PIC 9(8).
01 WS-DT-YYYY           PIC 9(4).
01 WS-DT-MM             PIC 9(2).
01 WS-DT-DD             PIC 9(2).
01 WS-DT-DAYS           PIC S9(9).
01 WS-DT-REST           PIC S9(9).
01 WS-TODAY-DAYS        PIC S9(9).
01 WS-WINDOW-START      PIC 9(8).
01 WS-DEADLINE-DATE     PIC 9(8).

*> Operadores do USERS com o que o relatorio mostra de cada um
01 WS-OP-TABLE.
   05 WS-OP-ENTRY OCCURS 300 TIMES.
      10 WS-OP-ID           PIC X(8).
      10 WS-OP-NAME         PIC X(40).
      10 WS-OP-PERMS        PIC X(10).
      10 WS-OP-PERM-FLAG REDEFINES WS-OP-PERMS
                            PIC X(1) OCCURS 10 TIMES.
      10 WS-OP-STATUS       PIC X(1).
      10 WS-OP-LOCKED       PIC X(1).
      10 WS-OP-PWD-DATE     PIC 9(8).
      10 WS-OP-PWD-AGE      PIC S9(7).
      10 WS-OP-LAST-SIGNON  PIC 9(8).
      10 WS-OP-DENIED       PIC 9(5).
      10 WS-OP-EVENTS       PIC 9(7).
      10 WS-OP-LAST-EVENT   PIC 9(8).
      10 WS-OP-DORMANT      PIC X(1).
      10 WS-OP-CONFLICTS    PIC 9(2).
      10 WS-OP-REVIEW       PIC X(1).
      10 WS-OP-DECIDED-BY   PIC X(8).
01 WS-OP-COUNT          PIC 9(3) VALUE 0.
01 WS-OP-I              PIC 9(3).
01 WS-OP-FOUND-I        PIC 9(3).
01 WS-OP-SEEK-ID        PIC X(8).

*> Regras de segregacao de funcoes (SOD-RULES)
01 WS-SOD-TABLE.
   05 WS-SOD-ENTRY OCCURS 50 TIMES.
      10 WS-SOD-ID          PIC X(6).
      10 WS-SOD-DESC        PIC X(40).
      10 WS-SOD-MASK        PIC X(10).
      10 WS-SOD-MASK-FLAG REDEFINES WS-SOD-MASK
                            PIC X(1) OCCURS 10 TIMES.
      10 WS-SOD-SEVERITY    PIC X(1).
      10 WS-SOD-HITS        PIC 9(3).
01 WS-SOD-COUNT         PIC 9(3) VALUE 0.
01 WS-SOD-I             PIC 9(3).
01 WS-PERM-I            PIC 9(2).
01 WS-CONFLICT-SWITCH   PIC X.
   88 IS-CONFLICT             VALUE "Y".
01 WS-SOD-DEFAULT-SWITCH PIC X VALUE "N".
   88 SOD-DEFAULTS-IN-USE     VALUE "Y".

01 WS-SCAN-SWITCH       PIC X.
   88 SCAN-IS-DONE            VALUE "Y".

01 WS-REVIEW-SWITCH     PIC X VALUE "N".
   88 REVIEW-IS-SIGNED        VALUE "Y".
01 WS-REVIEW-OPENED-NOW PIC X VALUE "N".
01 WS-REVIEW-OPENED     PIC 9(8).
01 WS-REVIEW-DEADLINE   PIC 9(8).
01 WS-REVIEW-SIGNED-BY  PIC X(8).
01 WS-REVIEW-SIGNED-ON  PIC 9(8).

01 WS-PENDING-COUNT     PIC 9(3) VALUE 0.
01 WS-CONFIRMED-COUNT   PIC 9(3) VALUE 0.
01 WS-REVOKED-COUNT     PIC 9(3) VALUE 0.
01 WS-EXPIRED-COUNT     PIC 9(3) VALUE 0.
01 WS-EXPIRED-NOW       PIC 9(3) VALUE 0.
01 WS-DORMANT-COUNT     PIC 9(3) VALUE 0.
01 WS-CONFLICT-COUNT    PIC 9(3) VALUE 0.

01 WS-EDIT-COUNT        PIC Z(6)9.
01 WS-EDIT-AGE          PIC -(5)9.
01 WS-FLAGS-TEXT        PIC X(16).
01 WS-REVIEW-TEXT       PIC X(12).

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY "Periodo (AAAAMM)..................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD
    IF WS-REPORT-PERIOD IS NOT NUMERIC OR WS-REPORT-PERIOD = 0
       DISPLAY "*** Periodo invalido - revisao de acessos nao rodou. ***"
       MOVE 8 TO WS-FINAL-RC
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    DIVIDE WS-REPORT-PERIOD BY 100 GIVING WS-REPORT-YEAR
           REMAINDER WS-REPORT-MONTH
    COMPUTE WS-QUARTER = (WS-REPORT-MONTH - 1) / 3 + 1
    COMPUTE WS-REVIEW-ID = WS-REPORT-YEAR * 10 + WS-QUARTER

    MOVE "ACESSOS" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== ACCESS-REVIEW - Revisao trimestral de acessos - "
           WS-REPORT-YEAR "/T" WS-QUARTER " ==="
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM LOAD-PARAMETERS
    PERFORM SET-UP-DATES
    PERFORM LOAD-SOD-RULES
    PERFORM LOAD-OPERATORS
    PERFORM SCAN-SECURITY-JOURNAL
    PERFORM SCAN-JOURNAL-EVENTS
    PERFORM EVALUATE-OPERATORS

    PERFORM OPEN-OR-EXTEND-REVIEW
    IF NOT REVIEW-IS-SIGNED AND WS-TODAY > WS-REVIEW-DEADLINE
       PERFORM EXPIRE-PENDING-OPERATORS
    END-IF

    PERFORM PRINT-OPERATORS
    PERFORM PRINT-SOD-CONFLICTS
    PERFORM PRINT-REVIEW-SUMMARY

    IF WS-CONFLICT-COUNT > 0 OR WS-DORMANT-COUNT > 0
       OR WS-PENDING-COUNT > 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LOAD-PARAMETERS.
    MOVE SPACE TO WS-SP-RECORD
    MOVE "ACCESS-DORMANT-DD" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       AND SP-VALUE OF WS-SP-RECORD NOT = 0
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-DORMANT-DAYS
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "ACCESS-REVIEW-DD" TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       AND SP-VALUE OF WS-SP-RECORD NOT = 0
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-REVIEW-DAYS
    END-IF
    .

SET-UP-DATES.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY TO WS-DT-DATE-WORK
    PERFORM DATE-TO-DAYS
    MOVE WS-DT-DAYS TO WS-TODAY-DAYS

    COMPUTE WS-DT-DAYS = WS-TODAY-DAYS - WS-DORMANT-DAYS
    PERFORM DAYS-TO-DATE
    MOVE WS-DT-DATE-WORK TO WS-WINDOW-START

    COMPUTE WS-DT-DAYS = WS-TODAY-DAYS + WS-REVIEW-DAYS
    PERFORM DAYS-TO-DATE
    MOVE WS-DT-DATE-WORK TO WS-DEADLINE-DATE
    .

DATE-TO-DAYS.
    MOVE WS-DT-DATE-WORK (1:4) TO WS-DT-YYYY
    MOVE WS-DT-DATE-WORK (5:2) TO WS-DT-MM
    MOVE WS-DT-DATE-WORK (7:2) TO WS-DT-DD
    COMPUTE WS-DT-DAYS = (WS-DT-YYYY * 360)
                       + (WS-DT-MM * 30)
                       + WS-DT-DD
    .

DAYS-TO-DATE.
    *> Inverso do DATE-TO-DAYS (dia 1 a 30 de cada mes)
    COMPUTE WS-DT-REST = WS-DT-DAYS - 31
    DIVIDE WS-DT-REST BY 360 GIVING WS-DT-YYYY REMAINDER WS-DT-REST
    DIVIDE WS-DT-REST BY 30 GIVING WS-DT-MM REMAINDER WS-DT-DD
    ADD 1 TO WS-DT-MM
    ADD 1 TO WS-DT-DD
    COMPUTE WS-DT-DATE-WORK = WS-DT-YYYY * 10000
                            + WS-DT-MM * 100
                            + WS-DT-DD
    .

*> ------------------------------------------------------------
*> Coleta: regras, operadores, diario de seguranca e eventos
*> ------------------------------------------------------------
LOAD-SOD-RULES.
    MOVE SPACE TO WS-SD-RECORD
    MOVE "L" TO WS-SD-OP-CODE
    CALL "SOD-RULES-IO" USING
         WS-SD-OP-CODE
         WS-SD-RECORD
         WS-SD-RETURN-STATUS
    PERFORM UNTIL WS-SD-RETURN-STATUS NOT = "00"
       IF WS-SOD-COUNT < 50
          ADD 1 TO WS-SOD-COUNT
          MOVE SD-RULE-ID OF WS-SD-RECORD
            TO WS-SOD-ID (WS-SOD-COUNT)
          MOVE SD-DESCRIPTION OF WS-SD-RECORD
            TO WS-SOD-DESC (WS-SOD-COUNT)
          MOVE SD-PERM-MASK OF WS-SD-RECORD
            TO WS-SOD-MASK (WS-SOD-COUNT)
          MOVE SD-SEVERITY OF WS-SD-RECORD
            TO WS-SOD-SEVERITY (WS-SOD-COUNT)
          MOVE 0 TO WS-SOD-HITS (WS-SOD-COUNT)
       END-IF
       MOVE "N" TO WS-SD-OP-CODE
       CALL "SOD-RULES-IO" USING
            WS-SD-OP-CODE
            WS-SD-RECORD
            WS-SD-RETURN-STATUS
    END-PERFORM

    IF WS-SOD-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    *> Sem regra cadastrada: as duas combinacoes que a auditoria
    *> sempre cobra (ordem das posicoes em users.cpy)
    SET SOD-DEFAULTS-IN-USE TO TRUE
    MOVE 2 TO WS-SOD-COUNT
    MOVE "PAGAR"  TO WS-SOD-ID (1)
    MOVE "PAGAR + CADASTROS (BANCO FORNEC) + APROVAR"
      TO WS-SOD-DESC (1)
    MOVE "NNNNYNYNYN" TO WS-SOD-MASK (1)
    MOVE "A" TO WS-SOD-SEVERITY (1)
    MOVE 0 TO WS-SOD-HITS (1)
    MOVE "LANCTO" TO WS-SOD-ID (2)
    MOVE "CAPTURAR + APROVAR + FECHAR PERIODO"
      TO WS-SOD-DESC (2)
    MOVE "NYNNYYNNNN" TO WS-SOD-MASK (2)
    MOVE "A" TO WS-SOD-SEVERITY (2)
    MOVE 0 TO WS-SOD-HITS (2)
    .

LOAD-OPERATORS.
    MOVE SPACE TO WS-US-RECORD
    MOVE "L" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    PERFORM UNTIL WS-US-RETURN-STATUS NOT = "00"
       IF WS-OP-COUNT < 300
          ADD 1 TO WS-OP-COUNT
          INITIALIZE WS-OP-ENTRY (WS-OP-COUNT)
          MOVE US-OPERATOR-ID OF WS-US-RECORD TO WS-OP-ID (WS-OP-COUNT)
          MOVE US-NAME OF WS-US-RECORD TO WS-OP-NAME (WS-OP-COUNT)
          MOVE US-PERMISSIONS OF WS-US-RECORD
            TO WS-OP-PERMS (WS-OP-COUNT)
          MOVE US-STATUS OF WS-US-RECORD TO WS-OP-STATUS (WS-OP-COUNT)
          MOVE US-LOCKED-FLAG OF WS-US-RECORD
            TO WS-OP-LOCKED (WS-OP-COUNT)
          IF US-PWD-CHANGED-DATE OF WS-US-RECORD IS NUMERIC
             MOVE US-PWD-CHANGED-DATE OF WS-US-RECORD
               TO WS-OP-PWD-DATE (WS-OP-COUNT)
          END-IF
       ELSE
          DISPLAY "*** Mais de 300 operadores - "
                  US-OPERATOR-ID OF WS-US-RECORD " fora do relatorio."
       END-IF
       MOVE "N" TO WS-US-OP-CODE
       CALL "USERS-IO" USING
            WS-US-OP-CODE
            WS-US-RECORD
            WS-US-RETURN-STATUS
    END-PERFORM
    .

FIND-OPERATOR.
    MOVE 0 TO WS-OP-FOUND-I
    PERFORM VARYING WS-OP-I FROM 1 BY 1
            UNTIL WS-OP-I > WS-OP-COUNT OR WS-OP-FOUND-I > 0
       IF WS-OP-ID (WS-OP-I) = WS-OP-SEEK-ID
          MOVE WS-OP-I TO WS-OP-FOUND-I
       END-IF
    END-PERFORM
    .

SCAN-SECURITY-JOURNAL.
    *> Ultimo sign-on de cada operador e acessos negados na
    *> janela (o diario vem em ordem de data/hora)
    MOVE SPACE TO WS-SJ-RECORD
    MOVE 0 TO SJ-DATE OF WS-SJ-RECORD
    MOVE "K" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
    PERFORM UNTIL WS-SJ-RETURN-STATUS NOT = "00"
       MOVE SJ-OPERATOR OF WS-SJ-RECORD TO WS-OP-SEEK-ID
       PERFORM FIND-OPERATOR
       IF WS-OP-FOUND-I > 0
          EVALUATE SJ-EVENT OF WS-SJ-RECORD
             WHEN "SIGNON-OK"
                MOVE SJ-DATE OF WS-SJ-RECORD
                  TO WS-OP-LAST-SIGNON (WS-OP-FOUND-I)
             WHEN "ACESSO-NEG"
                IF SJ-DATE OF WS-SJ-RECORD >= WS-WINDOW-START
                   ADD 1 TO WS-OP-DENIED (WS-OP-FOUND-I)
                END-IF
          END-EVALUATE
       END-IF
       MOVE "N" TO WS-SJ-OP-CODE
       CALL "SEC-JRNL-IO" USING
            WS-SJ-OP-CODE
            WS-SJ-RECORD
            WS-SJ-RETURN-STATUS
    END-PERFORM
    .

SCAN-JOURNAL-EVENTS.
    *> Atividade recente: eventos de lancamento (capturar,
    *> aprovar, estornar, postar) da empresa selecionada na
    *> janela; leitura direta, como o GL-RECON faz com o JOURNAL
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal-events" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-EVENTS-PATH
         WS-CO-RETURN-STATUS

    MOVE SPACES TO FS-EVENTS
    OPEN INPUT JOURNAL-EVENTS-FILE
    IF FS-EVENTS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCAN-SWITCH
    PERFORM UNTIL SCAN-IS-DONE
       READ JOURNAL-EVENTS-FILE NEXT RECORD
       IF FS-EVENTS NOT = FS-OK
          SET SCAN-IS-DONE TO TRUE
       ELSE
          IF JE-DATE >= WS-WINDOW-START
             MOVE JE-OPERATOR TO WS-OP-SEEK-ID
             PERFORM FIND-OPERATOR
             IF WS-OP-FOUND-I > 0
                ADD 1 TO WS-OP-EVENTS (WS-OP-FOUND-I)
                IF JE-DATE > WS-OP-LAST-EVENT (WS-OP-FOUND-I)
                   MOVE JE-DATE TO WS-OP-LAST-EVENT (WS-OP-FOUND-I)
                END-IF
             END-IF
          END-IF
       END-IF
    END-PERFORM

    CLOSE JOURNAL-EVENTS-FILE
    .

EVALUATE-OPERATORS.
    PERFORM VARYING WS-OP-I FROM 1 BY 1 UNTIL WS-OP-I > WS-OP-COUNT
       *> Dias desde a troca de senha (0 = nunca trocada)
       IF WS-OP-PWD-DATE (WS-OP-I) NOT = 0
          MOVE WS-OP-PWD-DATE (WS-OP-I) TO WS-DT-DATE-WORK
          PERFORM DATE-TO-DAYS
          COMPUTE WS-OP-PWD-AGE (WS-OP-I) = WS-TODAY-DAYS - WS-DT-DAYS
       ELSE
          MOVE -1 TO WS-OP-PWD-AGE (WS-OP-I)
       END-IF

       *> Dormente so conta para quem ainda esta ativo
       MOVE "N" TO WS-OP-DORMANT (WS-OP-I)
       IF WS-OP-STATUS (WS-OP-I) = "A"
          AND WS-OP-LAST-SIGNON (WS-OP-I) < WS-WINDOW-START
          MOVE "Y" TO WS-OP-DORMANT (WS-OP-I)
          ADD 1 TO WS-DORMANT-COUNT
       END-IF

       MOVE 0 TO WS-OP-CONFLICTS (WS-OP-I)
       PERFORM VARYING WS-SOD-I FROM 1 BY 1
               UNTIL WS-SOD-I > WS-SOD-COUNT
          PERFORM TEST-ONE-CONFLICT
          IF IS-CONFLICT
             ADD 1 TO WS-OP-CONFLICTS (WS-OP-I)
             ADD 1 TO WS-SOD-HITS (WS-SOD-I)
          END-IF
       END-PERFORM
       IF WS-OP-CONFLICTS (WS-OP-I) > 0
          ADD 1 TO WS-CONFLICT-COUNT
       END-IF
    END-PERFORM
    .

TEST-ONE-CONFLICT.
    *> Conflito = operador ativo com TODAS as permissoes da regra
    MOVE "N" TO WS-CONFLICT-SWITCH
    IF WS-OP-STATUS (WS-OP-I) NOT = "A"
       OR WS-SOD-MASK (WS-SOD-I) NOT > SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-CONFLICT-SWITCH
    PERFORM VARYING WS-PERM-I FROM 1 BY 1 UNTIL WS-PERM-I > 10
       IF WS-SOD-MASK-FLAG (WS-SOD-I, WS-PERM-I) = "Y"
          AND WS-OP-PERM-FLAG (WS-OP-I, WS-PERM-I) NOT = "Y"
          MOVE "N" TO WS-CONFLICT-SWITCH
       END-IF
    END-PERFORM
    IF WS-SOD-MASK (WS-SOD-I) = ALL "N"
       MOVE "N" TO WS-CONFLICT-SWITCH
    END-IF
    .

*> ------------------------------------------------------------
*> Revisao do trimestre: abertura, inclusao de novos operadores
*> e cobranca do prazo
*> ------------------------------------------------------------
OPEN-OR-EXTEND-REVIEW.
    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE SPACES TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "R" TO WS-AX-OP-CODE
    PERFORM CALL-ACCESS-REVIEW-IO

    IF WS-AX-RETURN-STATUS = "00"
       MOVE AX-OPENED-DATE OF WS-AX-RECORD TO WS-REVIEW-OPENED
       MOVE AX-DEADLINE OF WS-AX-RECORD TO WS-REVIEW-DEADLINE
       IF AX-IS-SIGNED OF WS-AX-RECORD
          SET REVIEW-IS-SIGNED TO TRUE
          MOVE AX-DECIDED-BY OF WS-AX-RECORD TO WS-REVIEW-SIGNED-BY
          MOVE AX-DECIDED-DATE OF WS-AX-RECORD TO WS-REVIEW-SIGNED-ON
       END-IF
    ELSE
       MOVE SPACE TO WS-AX-RECORD
       MOVE WS-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
       MOVE SPACES TO AX-OPERATOR-ID OF WS-AX-RECORD
       SET AX-IS-OPEN OF WS-AX-RECORD TO TRUE
       MOVE WS-TODAY TO AX-OPENED-DATE OF WS-AX-RECORD
       MOVE WS-DEADLINE-DATE TO AX-DEADLINE OF WS-AX-RECORD
       MOVE 0 TO AX-CONFLICTS OF WS-AX-RECORD
                 AX-LAST-SIGNON OF WS-AX-RECORD
                 AX-DECIDED-DATE OF WS-AX-RECORD
                 AX-DECIDED-TIME OF WS-AX-RECORD
       MOVE "C" TO WS-AX-OP-CODE
       PERFORM CALL-ACCESS-REVIEW-IO
       IF WS-AX-RETURN-STATUS NOT = "00"
          DISPLAY "*** Erro ao abrir a revisao " WS-REVIEW-ID
                  " no ACCESS-REVIEW. STATUS: " WS-AX-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-REVIEW-OPENED-NOW
       MOVE WS-TODAY TO WS-REVIEW-OPENED
       MOVE WS-DEADLINE-DATE TO WS-REVIEW-DEADLINE
       MOVE "I" TO WS-BL-SEVERITY
       MOVE "AV0001" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       STRING "REVISAO DE ACESSOS " WS-REVIEW-ID
              " ABERTA - PRAZO " WS-REVIEW-DEADLINE
              DELIMITED BY SIZE INTO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
    END-IF

    PERFORM VARYING WS-OP-I FROM 1 BY 1 UNTIL WS-OP-I > WS-OP-COUNT
       PERFORM SYNC-ONE-REVIEW-LINE
    END-PERFORM
    .

SYNC-ONE-REVIEW-LINE.
    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE WS-OP-ID (WS-OP-I) TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "R" TO WS-AX-OP-CODE
    PERFORM CALL-ACCESS-REVIEW-IO

    IF WS-AX-RETURN-STATUS = "00"
       MOVE AX-STATUS OF WS-AX-RECORD TO WS-OP-REVIEW (WS-OP-I)
       MOVE AX-DECIDED-BY OF WS-AX-RECORD TO WS-OP-DECIDED-BY (WS-OP-I)
       EXIT PARAGRAPH
    END-IF

    *> Operador ativo fora da revisao (criado depois da abertura):
    *> entra pendente enquanto a revisao nao estiver assinada
    IF WS-OP-STATUS (WS-OP-I) NOT = "A" OR REVIEW-IS-SIGNED
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE WS-OP-ID (WS-OP-I) TO AX-OPERATOR-ID OF WS-AX-RECORD
    SET AX-IS-PENDING OF WS-AX-RECORD TO TRUE
    MOVE WS-REVIEW-OPENED TO AX-OPENED-DATE OF WS-AX-RECORD
    MOVE WS-REVIEW-DEADLINE TO AX-DEADLINE OF WS-AX-RECORD
    MOVE WS-OP-PERMS (WS-OP-I) TO AX-PERMISSIONS OF WS-AX-RECORD
    MOVE WS-OP-CONFLICTS (WS-OP-I) TO AX-CONFLICTS OF WS-AX-RECORD
    MOVE WS-OP-DORMANT (WS-OP-I) TO AX-DORMANT-FLAG OF WS-AX-RECORD
    MOVE WS-OP-LAST-SIGNON (WS-OP-I) TO AX-LAST-SIGNON OF WS-AX-RECORD
    MOVE 0 TO AX-DECIDED-DATE OF WS-AX-RECORD
              AX-DECIDED-TIME OF WS-AX-RECORD
    MOVE "C" TO WS-AX-OP-CODE
    PERFORM CALL-ACCESS-REVIEW-IO
    IF WS-AX-RETURN-STATUS = "00"
       MOVE "P" TO WS-OP-REVIEW (WS-OP-I)
    END-IF
    .

EXPIRE-PENDING-OPERATORS.
    *> Prazo vencido sem assinatura: quem continua pendente perde
    *> o acesso ate o gestor decidir
    PERFORM VARYING WS-OP-I FROM 1 BY 1 UNTIL WS-OP-I > WS-OP-COUNT
       IF WS-OP-REVIEW (WS-OP-I) = "P"
          PERFORM EXPIRE-ONE-OPERATOR
       END-IF
    END-PERFORM
    .

EXPIRE-ONE-OPERATOR.
    MOVE SPACE TO WS-US-RECORD
    MOVE WS-OP-ID (WS-OP-I) TO US-OPERATOR-ID OF WS-US-RECORD
    MOVE "R" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    IF WS-US-RETURN-STATUS = "00"
       AND US-IS-ACTIVE OF WS-US-RECORD
       SET US-IS-INACTIVE OF WS-US-RECORD TO TRUE
       MOVE "U" TO WS-US-OP-CODE
       CALL "USERS-IO" USING
            WS-US-OP-CODE
            WS-US-RECORD
            WS-US-RETURN-STATUS
       IF WS-US-RETURN-STATUS NOT = "00"
          DISPLAY "*** Operador " WS-OP-ID (WS-OP-I)
                  " nao inativado. STATUS: " WS-US-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
          EXIT PARAGRAPH
       END-IF
       MOVE "I" TO WS-OP-STATUS (WS-OP-I)
    END-IF

    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE WS-OP-ID (WS-OP-I) TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "R" TO WS-AX-OP-CODE
    PERFORM CALL-ACCESS-REVIEW-IO
    IF WS-AX-RETURN-STATUS = "00"
       ACCEPT WS-NOW-TIME FROM TIME
       SET AX-IS-EXPIRED OF WS-AX-RECORD TO TRUE
       MOVE WS-BL-PROGRAM TO AX-DECIDED-BY OF WS-AX-RECORD
       MOVE WS-TODAY TO AX-DECIDED-DATE OF WS-AX-RECORD
       MOVE WS-NOW-TIME TO AX-DECIDED-TIME OF WS-AX-RECORD
       MOVE "INATIVADO - PRAZO DA REVISAO VENCIDO"
         TO AX-COMMENT OF WS-AX-RECORD
       MOVE "U" TO WS-AX-OP-CODE
       PERFORM CALL-ACCESS-REVIEW-IO
    END-IF
    MOVE "X" TO WS-OP-REVIEW (WS-OP-I)
    MOVE WS-BL-PROGRAM TO WS-OP-DECIDED-BY (WS-OP-I)
    ADD 1 TO WS-EXPIRED-NOW

    MOVE SPACE TO WS-SJ-RECORD
    MOVE WS-OP-ID (WS-OP-I) TO SJ-OPERATOR OF WS-SJ-RECORD
    MOVE "ACESSO-EXP" TO SJ-EVENT OF WS-SJ-RECORD
    STRING "INATIVADO - REVISAO " WS-REVIEW-ID " SEM DECISAO"
           DELIMITED BY SIZE INTO SJ-DETAIL OF WS-SJ-RECORD
    MOVE "C" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "AV0010" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "OPERADOR " WS-OP-ID (WS-OP-I)
           " INATIVADO - REVISAO " WS-REVIEW-ID " VENCIDA"
           DELIMITED BY SIZE INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    .

CALL-ACCESS-REVIEW-IO.
    CALL "ACCESS-REVIEW-IO" USING
         WS-AX-OP-CODE
         WS-AX-RECORD
         WS-AX-RETURN-STATUS
    .

*> ------------------------------------------------------------
*> Relatorio
*> ------------------------------------------------------------
PRINT-OPERATORS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Janela de atividade/dormencia: " WS-DORMANT-DAYS
           " dias (desde " WS-WINDOW-START ")"
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Permissoes (ordem): contas, capturar, consultar, estornar, aprovar, periodo, pagar, receber, cadastros, admin"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Operador Nome                 Permissoes St Bl Ult.sign-on Dias senha Eventos Ult.evento Negados Apontamentos     Revisao"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-OP-I FROM 1 BY 1 UNTIL WS-OP-I > WS-OP-COUNT
       MOVE SPACES TO WS-FLAGS-TEXT
       IF WS-OP-DORMANT (WS-OP-I) = "Y"
          AND WS-OP-CONFLICTS (WS-OP-I) > 0
          STRING "DORMENTE SOD(" WS-OP-CONFLICTS (WS-OP-I) ")"
                 DELIMITED BY SIZE INTO WS-FLAGS-TEXT
       ELSE
          IF WS-OP-DORMANT (WS-OP-I) = "Y"
             MOVE "DORMENTE" TO WS-FLAGS-TEXT
          END-IF
          IF WS-OP-CONFLICTS (WS-OP-I) > 0
             STRING "SOD(" WS-OP-CONFLICTS (WS-OP-I) ")"
                    DELIMITED BY SIZE INTO WS-FLAGS-TEXT
          END-IF
       END-IF

       EVALUATE WS-OP-REVIEW (WS-OP-I)
          WHEN "P"
             MOVE "PENDENTE" TO WS-REVIEW-TEXT
             ADD 1 TO WS-PENDING-COUNT
          WHEN "C"
             MOVE "CONFIRMADO" TO WS-REVIEW-TEXT
             ADD 1 TO WS-CONFIRMED-COUNT
          WHEN "R"
             MOVE "REVOGADO" TO WS-REVIEW-TEXT
             ADD 1 TO WS-REVOKED-COUNT
          WHEN "X"
             MOVE "INATIV.PRAZO" TO WS-REVIEW-TEXT
             ADD 1 TO WS-EXPIRED-COUNT
          WHEN OTHER
             MOVE "-" TO WS-REVIEW-TEXT
       END-EVALUATE

       MOVE WS-OP-PWD-AGE (WS-OP-I) TO WS-EDIT-AGE
       MOVE WS-OP-EVENTS (WS-OP-I) TO WS-EDIT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING WS-OP-ID (WS-OP-I) " "
              WS-OP-NAME (WS-OP-I) (1:20) " "
              WS-OP-PERMS (WS-OP-I) " "
              WS-OP-STATUS (WS-OP-I) "  "
              WS-OP-LOCKED (WS-OP-I) "  "
              WS-OP-LAST-SIGNON (WS-OP-I) "    "
              WS-EDIT-AGE "  "
              WS-EDIT-COUNT " "
              WS-OP-LAST-EVENT (WS-OP-I) "   "
              WS-OP-DENIED (WS-OP-I) " "
              WS-FLAGS-TEXT " "
              WS-REVIEW-TEXT
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO WS-RP-LINE
    STRING "Operadores: " WS-OP-COUNT
           "   Dormentes: " WS-DORMANT-COUNT
           "   Com conflito de segregacao: " WS-CONFLICT-COUNT
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-SOD-CONFLICTS.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Conflitos de segregacao de funcoes ---" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF SOD-DEFAULTS-IN-USE
       MOVE "(SOD-RULES vazio - regras padrao PAGAR e LANCTO)"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM VARYING WS-SOD-I FROM 1 BY 1 UNTIL WS-SOD-I > WS-SOD-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "Regra " WS-SOD-ID (WS-SOD-I) " "
              WS-SOD-DESC (WS-SOD-I)
              " mascara " WS-SOD-MASK (WS-SOD-I)
              " sev " WS-SOD-SEVERITY (WS-SOD-I)
              " - operadores: " WS-SOD-HITS (WS-SOD-I)
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-SOD-HITS (WS-SOD-I) > 0
          PERFORM VARYING WS-OP-I FROM 1 BY 1
                  UNTIL WS-OP-I > WS-OP-COUNT
             PERFORM TEST-ONE-CONFLICT
             IF IS-CONFLICT
                MOVE SPACES TO WS-RP-LINE
                STRING "      " WS-OP-ID (WS-OP-I) " "
                       WS-OP-NAME (WS-OP-I) " "
                       WS-OP-PERMS (WS-OP-I)
                       DELIMITED BY SIZE INTO WS-RP-LINE
                PERFORM EMIT-REPORT-LINE
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    .

PRINT-REVIEW-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Revisao " WS-REVIEW-ID " - aberta em " WS-REVIEW-OPENED
           " - prazo " WS-REVIEW-DEADLINE " ---"
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-REVIEW-OPENED-NOW = "Y"
       MOVE "Revisao ABERTA nesta execucao - decisoes no SEC-MENU (opcao 6)."
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-RP-LINE
    STRING "Pendentes: " WS-PENDING-COUNT
           "   Confirmados: " WS-CONFIRMED-COUNT
           "   Revogados: " WS-REVOKED-COUNT
           "   Inativados por prazo: " WS-EXPIRED-COUNT
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-EXPIRED-NOW > 0
       MOVE SPACES TO WS-RP-LINE
       STRING "*** " WS-EXPIRED-NOW
              " operador(es) INATIVADO(S) agora - prazo vencido ***"
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-RP-LINE
    IF REVIEW-IS-SIGNED
       STRING "Revisao ASSINADA por " WS-REVIEW-SIGNED-BY
              " em " WS-REVIEW-SIGNED-ON
              DELIMITED BY SIZE INTO WS-RP-LINE
    ELSE
       MOVE "Revisao ainda NAO assinada." TO WS-RP-LINE
    END-IF
    PERFORM EMIT-REPORT-LINE
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
    MOVE "OPERS" TO BS-ST-TAG (1)
    MOVE WS-OP-COUNT TO BS-ST-VALUE (1)
    MOVE "SOD" TO BS-ST-TAG (2)
    MOVE WS-CONFLICT-COUNT TO BS-ST-VALUE (2)
    MOVE "INATIV" TO BS-ST-TAG (3)
    MOVE WS-EXPIRED-NOW TO BS-ST-VALUE (3)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "AV0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
