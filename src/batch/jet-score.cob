>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: jet-score.cob
*> Objetivo:
*>   - Teste de lancamentos (JET) para a auditoria: pontua cada
*>     lancamento POSTADO de uma faixa de periodos contra os
*>     testes de risco de praxe e devolve a lista em ordem de
*>     pontuacao, mais o arquivo de amostra para o EVIDENCE-PKG
*>     - em vez de o auditor escolher a amostra com ferramenta
*>     propria em cima do GL-EXTRACT.
*>   - Testes (letra na coluna TESTES / pontos):
*>       F  data do lancamento ou da captura em fim de semana ou
*>          feriado (BIZ-DAY 'T', calendario HOLIDAY-CAL)     15
*>       R  valor redondo (total de debitos multiplo de
*>          R$ 1.000,00)                                       10
*>       L  valor logo abaixo do limite de dupla aprovacao
*>          (APPROVAL-THRESHOLD do SYS-PARAMS): acima de
*>          JET-UNDER-LIMIT-PCT % do limite, sem passar dele   20
*>       O  capturado por operador/programa que quase nao lanca
*>          (ate JET-RARE-OPER-MAX lancamentos no JOURNAL)     15
*>       C  linha em conta pouco movimentada (ate
*>          JET-RARE-ACCT-MAX linhas no JOURNAL-LINES)         15
*>       P  capturado depois do pre-fechamento do periodo
*>          (PC-SOFTCLOSE-DATE do PERIOD-CTL)                  20
*>       E  par estornado-e-recapturado: o lancamento tem a
*>          mesma cara (mesmo total de debitos, mesmo conjunto
*>          de conta+D/C) de outro, datado na faixa pedida, que
*>          foi estornado; os dois lados de cada par recebem a
*>          marca                                              25
*>          (busca propria pelo JRNL-XREF da conta da linha 1,
*>          sobre a faixa inteira e contra todos os estornados -
*>          independe do DUP-CHECK-ON e da sua janela)
*>   - A data de captura vem do evento CRIADO do
*>     JOURNAL-EVENTS; lancamento sem evento usa JR-DATE.
*>   - Saidas:
*>       lista ranqueada espoolada via RPT-SPOOL (JET-SCORE), so
*>       lancamentos com pontuacao; empate sai em ordem de ID;
*>       "data/audit-sample.txt" com os N primeiros da lista, um
*>       JR-TXN-ID (12 digitos) por linha - o formato que o
*>       EVIDENCE-PKG le no modo 'A'.
*>   - SYSIN: periodo inicial (AAAAMM), periodo final (AAAAMM) e
*>     tamanho da amostra (0 = 40; teto de 200, o mesmo do
*>     EVIDENCE-PKG).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. JET-SCORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JR-TXN-ID
        ALTERNATE RECORD KEY IS JR-ALT-KEY WITH DUPLICATES
        FILE STATUS   IS FS-JOURNAL.

    SELECT JOURNAL-LINES-FILE ASSIGN TO WS-JOURNAL-LINES-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JL-KEY
        FILE STATUS   IS FS-JOURNAL-LINES.

    SELECT SAMPLE-FILE ASSIGN TO "data/audit-sample.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-SAMPLE.

DATA DIVISION.
FILE SECTION.

FD  JOURNAL-FILE.
COPY "journal.cpy".

FD  JOURNAL-LINES-FILE.
COPY "journal-lines.cpy".

FD  SAMPLE-FILE.
01  SAMPLE-LINE PIC X(20).

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 FS-JOURNAL       PIC XX.
01 FS-JOURNAL-LINES PIC XX.
01 FS-SAMPLE        PIC XX.

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-JOURNAL-PATH       PIC X(64).
01 WS-JOURNAL-LINES-PATH PIC X(64).

01 WS-PERIOD-FROM       PIC 9(6).
01 WS-PERIOD-TO         PIC 9(6).
01 WS-SAMPLE-SIZE       PIC 9(3).

01 WS-EOF-SWITCH        PIC X.
   88 END-OF-FILE-READ        VALUE "Y".

*> Parametros dos testes (SYS-PARAMS); ausentes mantem o VALUE
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-APPROVAL-THRESHOLD-CENTS PIC 9(15) VALUE 10000000.
01 WS-UNDER-LIMIT-PCT   PIC 9(3)  VALUE 90.
01 WS-UNDER-LIMIT-FLOOR PIC 9(15).
01 WS-RARE-OPER-MAX     PIC 9(7)  VALUE 5.
01 WS-RARE-ACCT-MAX     PIC 9(7)  VALUE 3.

*> Pontos de cada teste
78 JET-PTS-HOLIDAY      VALUE 15.
78 JET-PTS-ROUND        VALUE 10.
78 JET-PTS-UNDER-LIMIT  VALUE 20.
78 JET-PTS-RARE-OPER    VALUE 15.
78 JET-PTS-RARE-ACCT    VALUE 15.
78 JET-PTS-SOFTCLOSE    VALUE 20.
78 JET-PTS-VOID-PAIR    VALUE 25.
78 JET-PTS-MAX          VALUE 120.
78 JET-ROUND-CENTS      VALUE 100000.

*> Linhas por conta no JOURNAL-LINES inteiro
01 WS-ACCT-TABLE.
   05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
      10 WS-ACCT-ID     PIC 9(10).
      10 WS-ACCT-LINES  PIC 9(7).
01 WS-ACCT-USED         PIC 9(5) VALUE 0.
01 WS-ACCT-I            PIC 9(5).
01 WS-ACCT-FOUND-SWITCH PIC X.
   88 ACCT-SLOT-FOUND         VALUE "Y".

*> Lancamentos por operador/programa que capturou
01 WS-OPER-TABLE.
   05 WS-OPER-ENTRY OCCURS 500 TIMES.
      10 WS-OPER-ID      PIC X(8).
      10 WS-OPER-ENTRIES PIC 9(7).
01 WS-OPER-USED         PIC 9(3) VALUE 0.
01 WS-OPER-I            PIC 9(3).
01 WS-OPER-FOUND-SWITCH PIC X.
   88 OPER-SLOT-FOUND         VALUE "Y".

*> Lancamentos originais que ja foram estornados
01 WS-VOIDED-TABLE.
   05 WS-VOIDED-ID OCCURS 2000 TIMES PIC 9(12).
01 WS-VOIDED-USED       PIC 9(4) VALUE 0.
01 WS-VOIDED-I          PIC 9(4).
01 WS-VOIDED-SWITCH     PIC X.
   88 ENTRY-WAS-VOIDED        VALUE "Y".
01 WS-VOID-ORIG-ID      PIC 9(12).

*> Lancamentos pontuados da faixa pedida
01 WS-CAND-TABLE.
   05 WS-CAND-ENTRY OCCURS 20000 TIMES.
      10 WS-CAND-TXN-ID  PIC 9(12).
      10 WS-CAND-DATE    PIC 9(8).
      10 WS-CAND-OPER    PIC X(8).
      10 WS-CAND-TOTAL   PIC 9(15).
      10 WS-CAND-IS-VOID PIC X(1).
      10 WS-CAND-TESTS   PIC X(7).
      10 WS-CAND-SCORE   PIC 9(3).
01 WS-CAND-USED         PIC 9(5) VALUE 0.
01 WS-CAND-I            PIC 9(5).
01 WS-CAND-J            PIC 9(5).
01 WS-CAND-SKIPPED      PIC 9(7) VALUE 0.

*> Trabalho do lancamento corrente
01 WS-ENTRY-TOTAL       PIC 9(15).
01 WS-ENTRY-CAPTURE-DATE PIC 9(8).
01 WS-ENTRY-QUOT        PIC 9(15).
01 WS-ENTRY-REM         PIC 9(15).
01 WS-RARE-ACCT-SWITCH  PIC X.
   88 ENTRY-HAS-RARE-ACCT     VALUE "Y".

01 WS-BD-OP-CODE        PIC X.
01 WS-BD-DATE           PIC 9(8).
01 WS-BD-DAYS           PIC 9(3).
01 WS-BD-ROLL-RULE      PIC X.
01 WS-BD-BIZ-FLAG       PIC X.
01 WS-BD-RETURN-STATUS  PIC XX.

01 WS-JE-OP-CODE        PIC X.
COPY "journal-events.cpy" REPLACING ==JE-RECORD== BY ==WS-JE-RECORD==.
01 WS-JE-RETURN-STATUS  PIC XX.

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.

*> Par estornado-e-recapturado: candidatos pelo JRNL-XREF da
*> conta da linha 1, comparados linha a linha no JOURNAL-LINES
01 WS-XR-OP-CODE        PIC X.
COPY "jrnl-xref.cpy" REPLACING ==XR-RECORD== BY ==WS-XR-RECORD==.
01 WS-XR-DATE-TO        PIC 9(8).
01 WS-XR-RETURN-STATUS  PIC XX.
01 WS-PAIR-DATE-FROM    PIC 9(8).
01 WS-PAIR-DATE-TO      PIC 9(8).
01 WS-PAIR-LAST-TXN-ID  PIC 9(12).
01 WS-PAIR-PIVOT-DC     PIC X(1).
01 WS-PAIR-NEW-TABLE.
   05 WS-PAIR-NEW-LINE OCCURS 200 TIMES.
      10 WS-PAIR-NEW-ACCOUNT PIC 9(10).
      10 WS-PAIR-NEW-DC      PIC X(1).
01 WS-PAIR-NEW-COUNT    PIC 9(3).
01 WS-PAIR-NEW-DEBIT    PIC 9(15).
01 WS-PAIR-OLD-TABLE.
   05 WS-PAIR-OLD-LINE OCCURS 200 TIMES.
      10 WS-PAIR-OLD-ACCOUNT PIC 9(10).
      10 WS-PAIR-OLD-DC      PIC X(1).
01 WS-PAIR-OLD-COUNT    PIC 9(3).
01 WS-PAIR-OLD-DEBIT    PIC 9(15).
01 WS-PAIR-I            PIC 9(3).
01 WS-PAIR-J            PIC 9(3).
01 WS-PAIR-SAME-SWITCH  PIC X.
   88 PAIR-LINES-MATCH        VALUE "Y".
01 WS-PAIR-HIT-SWITCH   PIC X.
   88 PAIR-LINE-HIT           VALUE "Y".
01 WS-PAIR-TXN-ID       PIC 9(12).
01 WS-PAIRS-FOUND       PIC 9(5) VALUE 0.

*> Impressao ranqueada
01 WS-RANK-SCORE        PIC 9(3).
01 WS-RANK              PIC 9(5) VALUE 0.
01 WS-SAMPLE-WRITTEN    PIC 9(3) VALUE 0.
01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-RANK         PIC Z(4)9.
01 WS-EDIT-SCORE        PIC ZZ9.
01 WS-EDIT-COUNT        PIC Z(6)9.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== JET-SCORE - Teste de lancamentos para a auditoria ==="
    DISPLAY "Periodo inicial (AAAAMM).................: "
            WITH NO ADVANCING
    ACCEPT WS-PERIOD-FROM
    DISPLAY "Periodo final (AAAAMM)...................: "
            WITH NO ADVANCING
    ACCEPT WS-PERIOD-TO
    DISPLAY "Tamanho da amostra (0 = 40, max 200).....: "
            WITH NO ADVANCING
    ACCEPT WS-SAMPLE-SIZE

    IF WS-PERIOD-TO = 0
       MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
    END-IF
    IF WS-PERIOD-FROM = 0 OR WS-PERIOD-TO < WS-PERIOD-FROM
       DISPLAY "Faixa de periodos invalida."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-SAMPLE-SIZE = 0
       MOVE 40 TO WS-SAMPLE-SIZE
    END-IF
    IF WS-SAMPLE-SIZE > 200
       MOVE 200 TO WS-SAMPLE-SIZE
    END-IF

    PERFORM LOAD-JET-PARAMS
    PERFORM RESOLVE-COMPANY-PATHS

    MOVE SPACES TO FS-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       DISPLAY "Erro ao abrir JOURNAL-FILE. STATUS: " FS-JOURNAL
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE SPACES TO FS-JOURNAL-LINES
    OPEN INPUT JOURNAL-LINES-FILE
    IF FS-JOURNAL-LINES NOT = FS-OK
       DISPLAY "Erro ao abrir JOURNAL-LINES-FILE. STATUS: "
               FS-JOURNAL-LINES
       CLOSE JOURNAL-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    *> Frequencias do JOURNAL inteiro (contas, operadores,
    *> estornos) antes de pontuar a faixa pedida
    PERFORM COUNT-ACCOUNT-LINES
    PERFORM COUNT-OPERATORS-AND-VOIDS
    PERFORM SCORE-PERIOD-ENTRIES

    *> Estorno/recaptura depois de todos os candidatos pontuados,
    *> para marcar os dois lados de cada par
    IF WS-VOIDED-USED > 0
       COMPUTE WS-PAIR-DATE-FROM = WS-PERIOD-FROM * 100 + 1
       COMPUTE WS-PAIR-DATE-TO   = WS-PERIOD-TO * 100 + 31
       PERFORM VARYING WS-CAND-I FROM 1 BY 1
               UNTIL WS-CAND-I > WS-CAND-USED
          PERFORM CHECK-VOID-RECAPTURE
       END-PERFORM
    END-IF

    CLOSE JOURNAL-FILE
    CLOSE JOURNAL-LINES-FILE

    PERFORM PRINT-RANKED-LIST
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

LOAD-JET-PARAMS.
    MOVE "APPROVAL-THRESHOLD" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-APPROVAL-THRESHOLD-CENTS
    END-IF
    MOVE "JET-UNDER-LIMIT-PCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-UNDER-LIMIT-PCT
    END-IF
    MOVE "JET-RARE-OPER-MAX" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-RARE-OPER-MAX
    END-IF
    MOVE "JET-RARE-ACCT-MAX" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-RARE-ACCT-MAX
    END-IF

    COMPUTE WS-UNDER-LIMIT-FLOOR =
            WS-APPROVAL-THRESHOLD-CENTS * WS-UNDER-LIMIT-PCT / 100
    .

READ-SYS-PARAM.
    *> SP-KEY ja preenchida pelo chamador
    MOVE 0      TO SP-VALUE OF WS-SP-RECORD
    MOVE SPACES TO SP-DESCRIPTION OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    .

RESOLVE-COMPANY-PATHS.
    *> Monta os nomes de arquivo da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal-lines" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-LINES-PATH
         WS-CO-RETURN-STATUS
    .

*> ============================================================
*>   Frequencias do JOURNAL inteiro
*> ============================================================
COUNT-ACCOUNT-LINES.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-FILE-READ
       READ JOURNAL-LINES-FILE NEXT RECORD
       IF FS-JOURNAL-LINES = FS-OK
          PERFORM FIND-ACCOUNT-SLOT
          IF ACCT-SLOT-FOUND
             ADD 1 TO WS-ACCT-LINES (WS-ACCT-I)
          END-IF
       ELSE
          SET END-OF-FILE-READ TO TRUE
       END-IF
    END-PERFORM
    .

FIND-ACCOUNT-SLOT.
    *> Procura (ou abre) o slot da conta JL-LINE-ACCOUNT-ID
    MOVE "N" TO WS-ACCT-FOUND-SWITCH
    PERFORM VARYING WS-ACCT-I FROM 1 BY 1
            UNTIL WS-ACCT-I > WS-ACCT-USED OR ACCT-SLOT-FOUND
       IF WS-ACCT-ID (WS-ACCT-I) = JL-LINE-ACCOUNT-ID
          MOVE "Y" TO WS-ACCT-FOUND-SWITCH
       END-IF
    END-PERFORM
    IF ACCT-SLOT-FOUND
       *> O VARYING incrementa antes de testar o UNTIL: volta um
       *> passo para apontar o slot encontrado
       SUBTRACT 1 FROM WS-ACCT-I
       EXIT PARAGRAPH
    END-IF

    IF WS-ACCT-USED >= 5000
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ACCT-USED
    MOVE WS-ACCT-USED TO WS-ACCT-I
    MOVE JL-LINE-ACCOUNT-ID TO WS-ACCT-ID (WS-ACCT-I)
    MOVE 0 TO WS-ACCT-LINES (WS-ACCT-I)
    MOVE "Y" TO WS-ACCT-FOUND-SWITCH
    .

COUNT-OPERATORS-AND-VOIDS.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-FILE-READ
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          IF JR-APPROVAL-STATUS OF JR-RECORD NOT = "R"
             PERFORM COUNT-ONE-OPERATOR
             PERFORM NOTE-VOIDED-ORIGINAL
          END-IF
       ELSE
          SET END-OF-FILE-READ TO TRUE
       END-IF
    END-PERFORM
    .

COUNT-ONE-OPERATOR.
    MOVE "N" TO WS-OPER-FOUND-SWITCH
    PERFORM VARYING WS-OPER-I FROM 1 BY 1
            UNTIL WS-OPER-I > WS-OPER-USED OR OPER-SLOT-FOUND
       IF WS-OPER-ID (WS-OPER-I) = JR-CREATED-BY OF JR-RECORD
          MOVE "Y" TO WS-OPER-FOUND-SWITCH
       END-IF
    END-PERFORM
    IF OPER-SLOT-FOUND
       SUBTRACT 1 FROM WS-OPER-I
    ELSE
       IF WS-OPER-USED >= 500
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-OPER-USED
       MOVE WS-OPER-USED TO WS-OPER-I
       MOVE JR-CREATED-BY OF JR-RECORD TO WS-OPER-ID (WS-OPER-I)
       MOVE 0 TO WS-OPER-ENTRIES (WS-OPER-I)
    END-IF
    ADD 1 TO WS-OPER-ENTRIES (WS-OPER-I)
    .

NOTE-VOIDED-ORIGINAL.
    *> Estorno gravado pelo JOURNAL-IO 'V': memo "ESTORNO DE "
    *> seguido do ID original (vale tambem para os estornos
    *> anteriores ao carimbo de origem)
    IF JR-MEMO OF JR-RECORD (1:11) NOT = "ESTORNO DE "
       OR JR-MEMO OF JR-RECORD (12:12) IS NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    IF WS-VOIDED-USED >= 2000
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-VOIDED-USED
    MOVE JR-MEMO OF JR-RECORD (12:12) TO WS-VOIDED-ID (WS-VOIDED-USED)
    .

*> ============================================================
*>   Pontuacao dos lancamentos postados da faixa
*> ============================================================
SCORE-PERIOD-ENTRIES.
    MOVE 0 TO JR-TXN-ID OF JR-RECORD
    START JOURNAL-FILE KEY IS NOT LESS THAN JR-TXN-ID OF JR-RECORD
    MOVE "N" TO WS-EOF-SWITCH
    IF FS-JOURNAL NOT = FS-OK
       SET END-OF-FILE-READ TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE-READ
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          IF JR-POSTED-FLAG OF JR-RECORD = "Y"
             AND JR-DATE OF JR-RECORD (1:6) >= WS-PERIOD-FROM
             AND JR-DATE OF JR-RECORD (1:6) <= WS-PERIOD-TO
             PERFORM SCORE-ONE-ENTRY
          END-IF
       ELSE
          SET END-OF-FILE-READ TO TRUE
       END-IF
    END-PERFORM
    .

SCORE-ONE-ENTRY.
    IF WS-CAND-USED >= 20000
       ADD 1 TO WS-CAND-SKIPPED
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CAND-USED
    MOVE WS-CAND-USED TO WS-CAND-I
    MOVE JR-TXN-ID OF JR-RECORD     TO WS-CAND-TXN-ID (WS-CAND-I)
    MOVE JR-DATE OF JR-RECORD       TO WS-CAND-DATE (WS-CAND-I)
    MOVE JR-CREATED-BY OF JR-RECORD TO WS-CAND-OPER (WS-CAND-I)
    MOVE "N"           TO WS-CAND-IS-VOID (WS-CAND-I)
    IF JR-MEMO OF JR-RECORD (1:11) = "ESTORNO DE "
       MOVE "Y" TO WS-CAND-IS-VOID (WS-CAND-I)
    END-IF
    MOVE SPACES        TO WS-CAND-TESTS (WS-CAND-I)
    MOVE 0             TO WS-CAND-SCORE (WS-CAND-I)

    PERFORM SCAN-ENTRY-LINES
    MOVE WS-ENTRY-TOTAL TO WS-CAND-TOTAL (WS-CAND-I)
    PERFORM FIND-CAPTURE-DATE

    *> F - fim de semana/feriado na data do lancamento ou da captura
    MOVE JR-DATE OF JR-RECORD TO WS-BD-DATE
    PERFORM TEST-BUSINESS-DAY
    IF WS-BD-BIZ-FLAG NOT = "Y"
       MOVE "F" TO WS-CAND-TESTS (WS-CAND-I) (1:1)
    ELSE
       MOVE WS-ENTRY-CAPTURE-DATE TO WS-BD-DATE
       PERFORM TEST-BUSINESS-DAY
       IF WS-BD-BIZ-FLAG NOT = "Y"
          MOVE "F" TO WS-CAND-TESTS (WS-CAND-I) (1:1)
       END-IF
    END-IF
    IF WS-CAND-TESTS (WS-CAND-I) (1:1) = "F"
       ADD JET-PTS-HOLIDAY TO WS-CAND-SCORE (WS-CAND-I)
    END-IF

    *> R - valor redondo
    DIVIDE WS-ENTRY-TOTAL BY JET-ROUND-CENTS
        GIVING WS-ENTRY-QUOT REMAINDER WS-ENTRY-REM
    IF WS-ENTRY-TOTAL >= JET-ROUND-CENTS AND WS-ENTRY-REM = 0
       MOVE "R" TO WS-CAND-TESTS (WS-CAND-I) (2:1)
       ADD JET-PTS-ROUND TO WS-CAND-SCORE (WS-CAND-I)
    END-IF

    *> L - logo abaixo do limite de dupla aprovacao
    IF WS-ENTRY-TOTAL > WS-UNDER-LIMIT-FLOOR
       AND WS-ENTRY-TOTAL <= WS-APPROVAL-THRESHOLD-CENTS
       MOVE "L" TO WS-CAND-TESTS (WS-CAND-I) (3:1)
       ADD JET-PTS-UNDER-LIMIT TO WS-CAND-SCORE (WS-CAND-I)
    END-IF

    *> O - operador/programa que quase nao lanca
    *> (a contagem ja foi feita; procura o slot e desfaz o ADD)
    PERFORM COUNT-ONE-OPERATOR
    IF OPER-SLOT-FOUND
       SUBTRACT 1 FROM WS-OPER-ENTRIES (WS-OPER-I)
    END-IF
    IF OPER-SLOT-FOUND
       AND WS-OPER-ENTRIES (WS-OPER-I) <= WS-RARE-OPER-MAX
       MOVE "O" TO WS-CAND-TESTS (WS-CAND-I) (4:1)
       ADD JET-PTS-RARE-OPER TO WS-CAND-SCORE (WS-CAND-I)
    END-IF

    *> C - conta pouco movimentada (apurado em SCAN-ENTRY-LINES)
    IF ENTRY-HAS-RARE-ACCT
       MOVE "C" TO WS-CAND-TESTS (WS-CAND-I) (5:1)
       ADD JET-PTS-RARE-ACCT TO WS-CAND-SCORE (WS-CAND-I)
    END-IF

    *> P - capturado depois do pre-fechamento do periodo
    MOVE SPACE TO WS-PC-RECORD
    MOVE JR-DATE OF JR-RECORD (1:6) TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND PC-SOFTCLOSE-DATE OF WS-PC-RECORD IS NUMERIC
       AND PC-SOFTCLOSE-DATE OF WS-PC-RECORD NOT = 0
       AND WS-ENTRY-CAPTURE-DATE > PC-SOFTCLOSE-DATE OF WS-PC-RECORD
       MOVE "P" TO WS-CAND-TESTS (WS-CAND-I) (6:1)
       ADD JET-PTS-SOFTCLOSE TO WS-CAND-SCORE (WS-CAND-I)
    END-IF
    .

SCAN-ENTRY-LINES.
    *> Total de debitos e teste de conta pouco movimentada
    MOVE 0   TO WS-ENTRY-TOTAL
    MOVE "N" TO WS-RARE-ACCT-SWITCH
    MOVE JR-TXN-ID OF JR-RECORD TO JL-TXN-ID
    MOVE 1         TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY
    IF FS-JOURNAL-LINES = FS-OK
       READ JOURNAL-LINES-FILE NEXT RECORD
       PERFORM UNTIL FS-JOURNAL-LINES NOT = FS-OK
                   OR JL-TXN-ID NOT = JR-TXN-ID OF JR-RECORD
          IF JL-LINE-DC = "D"
             ADD JL-LINE-AMOUNT-CENTS TO WS-ENTRY-TOTAL
          END-IF
          PERFORM FIND-ACCOUNT-SLOT
          IF ACCT-SLOT-FOUND
             AND WS-ACCT-LINES (WS-ACCT-I) <= WS-RARE-ACCT-MAX
             MOVE "Y" TO WS-RARE-ACCT-SWITCH
          END-IF
          READ JOURNAL-LINES-FILE NEXT RECORD
       END-PERFORM
    END-IF
    .

FIND-CAPTURE-DATE.
    *> Data do evento CRIADO; a varredura vai ate o fim para nao
    *> deixar o browse do JOURNAL-EVENTS-IO aberto
    MOVE JR-DATE OF JR-RECORD TO WS-ENTRY-CAPTURE-DATE
    MOVE SPACE TO WS-JE-RECORD
    MOVE JR-TXN-ID OF JR-RECORD TO JE-TXN-ID OF WS-JE-RECORD
    MOVE "K" TO WS-JE-OP-CODE
    CALL "JOURNAL-EVENTS-IO" USING
         WS-JE-OP-CODE
         WS-JE-RECORD
         WS-JE-RETURN-STATUS
    PERFORM UNTIL WS-JE-RETURN-STATUS NOT = "00"
       IF JE-EVENT-CODE OF WS-JE-RECORD = "CRIADO"
          MOVE JE-DATE OF WS-JE-RECORD TO WS-ENTRY-CAPTURE-DATE
       END-IF
       MOVE "N" TO WS-JE-OP-CODE
       CALL "JOURNAL-EVENTS-IO" USING
            WS-JE-OP-CODE
            WS-JE-RECORD
            WS-JE-RETURN-STATUS
    END-PERFORM
    .

TEST-BUSINESS-DAY.
    MOVE "T" TO WS-BD-OP-CODE
    MOVE 0   TO WS-BD-DAYS
    MOVE SPACE TO WS-BD-ROLL-RULE
    CALL "BIZ-DAY" USING
         WS-BD-OP-CODE
         WS-BD-DATE
         WS-BD-DAYS
         WS-BD-ROLL-RULE
         WS-BD-BIZ-FLAG
         WS-BD-RETURN-STATUS
    .

*> ============================================================
*>   E - par estornado-e-recapturado
*> ============================================================
CHECK-VOID-RECAPTURE.
    *> O proprio estorno e o original estornado nao sao recaptura
    IF WS-CAND-IS-VOID (WS-CAND-I) = "Y"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-CAND-TXN-ID (WS-CAND-I) TO WS-VOID-ORIG-ID
    PERFORM CHECK-ID-VOIDED
    IF ENTRY-WAS-VOIDED
       EXIT PARAGRAPH
    END-IF

    *> Lista conta+D/C e total de debitos do candidato
    MOVE 0 TO WS-PAIR-NEW-COUNT
    MOVE 0 TO WS-PAIR-NEW-DEBIT
    MOVE WS-CAND-TXN-ID (WS-CAND-I) TO JL-TXN-ID
    MOVE 1 TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY
    IF FS-JOURNAL-LINES = FS-OK
       READ JOURNAL-LINES-FILE NEXT RECORD
       PERFORM UNTIL FS-JOURNAL-LINES NOT = FS-OK
                     OR JL-TXN-ID NOT = WS-CAND-TXN-ID (WS-CAND-I)
          IF WS-PAIR-NEW-COUNT < 200
             ADD 1 TO WS-PAIR-NEW-COUNT
             MOVE JL-LINE-ACCOUNT-ID TO WS-PAIR-NEW-ACCOUNT (WS-PAIR-NEW-COUNT)
             MOVE JL-LINE-DC         TO WS-PAIR-NEW-DC (WS-PAIR-NEW-COUNT)
          END-IF
          IF JL-LINE-DC = "D"
             ADD JL-LINE-AMOUNT-CENTS TO WS-PAIR-NEW-DEBIT
          END-IF
          READ JOURNAL-LINES-FILE NEXT RECORD
       END-PERFORM
    END-IF
    IF WS-PAIR-NEW-COUNT = 0
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PAIR-NEW-DC (1) TO WS-PAIR-PIVOT-DC

    *> Candidatos a par: linhas da conta da linha 1, com a mesma
    *> natureza, na faixa pedida, de lancamentos estornados - pelo
    *> JRNL-XREF, lido ate o fim da faixa (todo par achado conta,
    *> nao so o primeiro) para deixar o browse do indice fechado.
    MOVE 0 TO WS-PAIR-LAST-TXN-ID
    MOVE SPACE TO WS-XR-RECORD
    MOVE WS-PAIR-NEW-ACCOUNT (1) TO XR-ACCOUNT-ID OF WS-XR-RECORD
    MOVE WS-PAIR-DATE-FROM       TO XR-DATE OF WS-XR-RECORD
    MOVE WS-PAIR-DATE-TO         TO WS-XR-DATE-TO
    MOVE "K" TO WS-XR-OP-CODE
    CALL "JRNL-XREF-IO" USING
         WS-XR-OP-CODE
         WS-XR-RECORD
         WS-XR-DATE-TO
         WS-XR-RETURN-STATUS
    PERFORM UNTIL WS-XR-RETURN-STATUS NOT = FS-OK
       IF XR-LINE-DC OF WS-XR-RECORD = WS-PAIR-PIVOT-DC
          AND XR-TXN-ID OF WS-XR-RECORD NOT = WS-PAIR-LAST-TXN-ID
          AND XR-TXN-ID OF WS-XR-RECORD NOT = WS-CAND-TXN-ID (WS-CAND-I)
          MOVE XR-TXN-ID OF WS-XR-RECORD TO WS-PAIR-LAST-TXN-ID
          MOVE WS-PAIR-LAST-TXN-ID TO WS-VOID-ORIG-ID
          PERFORM CHECK-ID-VOIDED
          IF ENTRY-WAS-VOIDED
             PERFORM COMPARE-VOIDED-CANDIDATE
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

COMPARE-VOIDED-CANDIDATE.
    *> Linhas do estornado WS-PAIR-LAST-TXN-ID: mesmo total de
    *> debitos e mesmo conjunto de conta+D/C nos dois sentidos
    MOVE 0 TO WS-PAIR-OLD-COUNT
    MOVE 0 TO WS-PAIR-OLD-DEBIT
    MOVE WS-PAIR-LAST-TXN-ID TO JL-TXN-ID
    MOVE 1 TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY
    IF FS-JOURNAL-LINES = FS-OK
       READ JOURNAL-LINES-FILE NEXT RECORD
       PERFORM UNTIL FS-JOURNAL-LINES NOT = FS-OK
                     OR JL-TXN-ID NOT = WS-PAIR-LAST-TXN-ID
          IF WS-PAIR-OLD-COUNT < 200
             ADD 1 TO WS-PAIR-OLD-COUNT
             MOVE JL-LINE-ACCOUNT-ID TO WS-PAIR-OLD-ACCOUNT (WS-PAIR-OLD-COUNT)
             MOVE JL-LINE-DC         TO WS-PAIR-OLD-DC (WS-PAIR-OLD-COUNT)
          END-IF
          IF JL-LINE-DC = "D"
             ADD JL-LINE-AMOUNT-CENTS TO WS-PAIR-OLD-DEBIT
          END-IF
          READ JOURNAL-LINES-FILE NEXT RECORD
       END-PERFORM
    END-IF

    IF WS-PAIR-OLD-DEBIT NOT = WS-PAIR-NEW-DEBIT
       EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-PAIR-SAME-SWITCH
    PERFORM VARYING WS-PAIR-I FROM 1 BY 1
            UNTIL WS-PAIR-I > WS-PAIR-NEW-COUNT OR NOT PAIR-LINES-MATCH
       MOVE "N" TO WS-PAIR-HIT-SWITCH
       PERFORM VARYING WS-PAIR-J FROM 1 BY 1
               UNTIL WS-PAIR-J > WS-PAIR-OLD-COUNT OR PAIR-LINE-HIT
          IF WS-PAIR-OLD-ACCOUNT (WS-PAIR-J) = WS-PAIR-NEW-ACCOUNT (WS-PAIR-I)
             AND WS-PAIR-OLD-DC (WS-PAIR-J) = WS-PAIR-NEW-DC (WS-PAIR-I)
             MOVE "Y" TO WS-PAIR-HIT-SWITCH
          END-IF
       END-PERFORM
       IF NOT PAIR-LINE-HIT
          MOVE "N" TO WS-PAIR-SAME-SWITCH
       END-IF
    END-PERFORM
    PERFORM VARYING WS-PAIR-J FROM 1 BY 1
            UNTIL WS-PAIR-J > WS-PAIR-OLD-COUNT OR NOT PAIR-LINES-MATCH
       MOVE "N" TO WS-PAIR-HIT-SWITCH
       PERFORM VARYING WS-PAIR-I FROM 1 BY 1
               UNTIL WS-PAIR-I > WS-PAIR-NEW-COUNT OR PAIR-LINE-HIT
          IF WS-PAIR-NEW-ACCOUNT (WS-PAIR-I) = WS-PAIR-OLD-ACCOUNT (WS-PAIR-J)
             AND WS-PAIR-NEW-DC (WS-PAIR-I) = WS-PAIR-OLD-DC (WS-PAIR-J)
             MOVE "Y" TO WS-PAIR-HIT-SWITCH
          END-IF
       END-PERFORM
       IF NOT PAIR-LINE-HIT
          MOVE "N" TO WS-PAIR-SAME-SWITCH
       END-IF
    END-PERFORM
    IF NOT PAIR-LINES-MATCH
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-PAIRS-FOUND
    MOVE WS-PAIR-LAST-TXN-ID TO WS-PAIR-TXN-ID
    MOVE WS-CAND-I TO WS-CAND-J
    PERFORM MARK-VOID-PAIR
    *> O original estornado, se tambem estiver entre os pontuados
    PERFORM VARYING WS-CAND-J FROM 1 BY 1
            UNTIL WS-CAND-J > WS-CAND-USED
       IF WS-CAND-TXN-ID (WS-CAND-J) = WS-PAIR-TXN-ID
          PERFORM MARK-VOID-PAIR
       END-IF
    END-PERFORM
    .

MARK-VOID-PAIR.
    IF WS-CAND-TESTS (WS-CAND-J) (7:1) NOT = "E"
       MOVE "E" TO WS-CAND-TESTS (WS-CAND-J) (7:1)
       ADD JET-PTS-VOID-PAIR TO WS-CAND-SCORE (WS-CAND-J)
    END-IF
    .

CHECK-ID-VOIDED.
    MOVE "N" TO WS-VOIDED-SWITCH
    PERFORM VARYING WS-VOIDED-I FROM 1 BY 1
            UNTIL WS-VOIDED-I > WS-VOIDED-USED OR ENTRY-WAS-VOIDED
       IF WS-VOIDED-ID (WS-VOIDED-I) = WS-VOID-ORIG-ID
          MOVE "Y" TO WS-VOIDED-SWITCH
       END-IF
    END-PERFORM
    .

*> ============================================================
*>   Lista ranqueada + arquivo de amostra
*> ============================================================
PRINT-RANKED-LIST.
    MOVE "JET-SCORE" TO WS-RP-REPORT-NAME
    MOVE SPACES TO WS-RP-PERIOD
    STRING WS-PERIOD-FROM DELIMITED BY SIZE
           "-"            DELIMITED BY SIZE
           WS-PERIOD-TO   DELIMITED BY SIZE
      INTO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO FS-SAMPLE
    OPEN OUTPUT SAMPLE-FILE
    IF FS-SAMPLE NOT = FS-OK
       DISPLAY "Aviso: nao foi possivel gravar data/audit-sample.txt"
               " (STATUS " FS-SAMPLE ") - so a lista sai."
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "=== TESTE DE LANCAMENTOS (JET) - periodos " DELIMITED BY SIZE
           WS-PERIOD-FROM DELIMITED BY SIZE
           " a " DELIMITED BY SIZE
           WS-PERIOD-TO DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Testes: F fim de semana/feriado  R valor redondo  "
           DELIMITED BY SIZE
           "L abaixo do limite de aprovacao  O operador raro"
           DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "        C conta pouco movimentada  P apos o "
           DELIMITED BY SIZE
           "pre-fechamento  E estornado e recapturado"
           DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING " RANK  ID             DATA      OPERADOR  "
           DELIMITED BY SIZE
           "            VALOR  PONTOS  TESTES" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    *> Maior pontuacao primeiro; empate em ordem de ID (a ordem
    *> de leitura do JOURNAL)
    PERFORM VARYING WS-RANK-SCORE FROM JET-PTS-MAX BY -1
            UNTIL WS-RANK-SCORE = 0
       PERFORM VARYING WS-CAND-I FROM 1 BY 1
               UNTIL WS-CAND-I > WS-CAND-USED
          IF WS-CAND-SCORE (WS-CAND-I) = WS-RANK-SCORE
             PERFORM PRINT-RANKED-ENTRY
          END-IF
       END-PERFORM
    END-PERFORM

    IF FS-SAMPLE = FS-OK
       CLOSE SAMPLE-FILE
    END-IF

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-CAND-USED TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Lancamentos postados avaliados...: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-RANK TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Lancamentos com pontuacao........: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-PAIRS-FOUND TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "Pares estornado/recapturado......: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE WS-SAMPLE-WRITTEN TO WS-EDIT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "IDs gravados em audit-sample.txt.: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF WS-CAND-SKIPPED > 0
       MOVE WS-CAND-SKIPPED TO WS-EDIT-COUNT
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Faixa com lancamentos demais: " DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              " nao avaliado(s) - reduza a faixa de periodos."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF

    PERFORM CLOSE-REPORT-SPOOL
    .

PRINT-RANKED-ENTRY.
    ADD 1 TO WS-RANK
    MOVE WS-RANK TO WS-EDIT-RANK
    MOVE WS-CAND-SCORE (WS-CAND-I) TO WS-EDIT-SCORE
    COMPUTE WS-DEC-AMOUNT = WS-CAND-TOTAL (WS-CAND-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT

    MOVE SPACES TO WS-RP-LINE
    STRING WS-EDIT-RANK DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CAND-TXN-ID (WS-CAND-I) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-CAND-DATE (WS-CAND-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CAND-OPER (WS-CAND-I) DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-EDIT-SCORE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CAND-TESTS (WS-CAND-I) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF FS-SAMPLE = FS-OK AND WS-SAMPLE-WRITTEN < WS-SAMPLE-SIZE
       MOVE SPACES TO SAMPLE-LINE
       MOVE WS-CAND-TXN-ID (WS-CAND-I) TO SAMPLE-LINE (1:12)
       WRITE SAMPLE-LINE
       ADD 1 TO WS-SAMPLE-WRITTEN
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
