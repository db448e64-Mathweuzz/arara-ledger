>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: dmpl-rpt.cob
*> Objetivo:
*>   - Demonstracao das mutacoes do patrimonio liquido (DMPL) de
*>     um exercicio: uma coluna por rubrica do PL (capital,
*>     reservas de capital, reservas de lucros, ajustes de
*>     avaliacao patrimonial, lucros acumulados) e as linhas
*>       . saldo inicial
*>       . lucro liquido do exercicio (lancamento do YEAR-CLOSE)
*>       . dividendos
*>       . aumento de capital
*>       . transferencias entre reservas
*>       . outras mutacoes
*>       . saldo final
*>   - Colunas: rubricas da demonstracao 'M' do STMT-CAPTIONS
*>     (faixa de contas por coluna, na ordem de impressao). Sem
*>     rubrica 'M' cadastrada, cada conta de PL ('E') vira uma
*>     coluna com o nome do plano de contas. Cabem 5 colunas +
*>     o total; conta de PL fora das rubricas (ou alem da 5a
*>     coluna) cai em "Outras contas PL" e e listada na excecao -
*>     nada some em silencio, como no FIN-STATEMENTS.
*>   - Saldos inicial e final vem do LEDGER (via LEDGER-IO): o
*>     inicial e a abertura do primeiro periodo da conta no
*>     exercicio, o final e o fechamento de dezembro mais o
*>     movimento do 13o periodo (ajustes de auditoria).
*>   - Mutacoes: linhas dos lancamentos postados do exercicio
*>     (JOURNAL/JOURNAL-LINES lidos direto, como no GL-RECON) que
*>     batem em conta de PL, classificadas pelo tipo de mutacao
*>     do cabecalho (JR-EQUITY-MOVE, informado no MENU); o
*>     lancamento de encerramento (JR-SOURCE 'ENC') e o lucro do
*>     exercicio; sem tipo informado, lancamento so entre contas
*>     de PL e transferencia de reservas, o resto e "outras".
*>     Ajustes do livro IFRS (JR-BOOK = 'I') ficam de fora.
*>   - Valores na natureza do PL (credito positivo).
*>   - Prova por coluna: saldo inicial + mutacoes = saldo final
*>     do LEDGER; divergencia sai destacada com RC 8, como no
*>     CASH-FLOW.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DMPL-RPT.

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

DATA DIVISION.
FILE SECTION.

FD  JOURNAL-FILE.
COPY "journal.cpy".

FD  JOURNAL-LINES-FILE.
COPY "journal-lines.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-JOURNAL-PATH       PIC X(64).
01 WS-JOURNAL-LINES-PATH PIC X(64).

01 FS-JOURNAL PIC XX.
01 FS-JOURNAL-LINES PIC XX.
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-JOURNAL VALUE "Y".

*> Exercicio (aceita AAAA ou o AAAAMM do run-step.sh)
01 WS-YEAR-INPUT        PIC X(6).
01 WS-YEAR              PIC 9(4).
01 WS-PERIOD-FIRST      PIC 9(6).
01 WS-PERIOD-DEC        PIC 9(6).
01 WS-PERIOD-ADJ        PIC 9(6).

01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.

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

01 WS-SC-OP-CODE        PIC X.
COPY "stmt-captions.cpy" REPLACING ==SC-RECORD== BY ==WS-SC-RECORD==.
01 WS-SC-RETURN-STATUS  PIC XX.

*> Colunas da DMPL (rubricas 'M' ou contas de PL) - celulas em
*> centavos na natureza do PL:
*>   1 saldo inicial, 2 lucro liquido, 3 dividendos,
*>   4 aumento de capital, 5 transferencias, 6 outras,
*>   7 saldo final do LEDGER
01 WS-COL-MAX           PIC 9(1) VALUE 5.
01 WS-COL-COUNT         PIC 9(1) VALUE 0.
01 WS-COL-TABLE.
   05 WS-COL-ENTRY OCCURS 6 TIMES.
      10 WS-COL-NAME       PIC X(15).
      10 WS-COL-FROM       PIC 9(10).
      10 WS-COL-TO         PIC 9(10).
      10 WS-COL-CELL       PIC S9(18) OCCURS 7 TIMES.
01 WS-COL-I             PIC 9(2).
01 WS-ROW-I             PIC 9(2).
01 WS-COL-OTHER         PIC 9(1) VALUE 0.
01 WS-CAPTIONS-SWITCH   PIC X VALUE "N".
   88 HAS-DMPL-CAPTIONS       VALUE "Y".

*> Contas de PL do exercicio, com saldos do LEDGER
01 WS-EQ-COUNT          PIC 9(3) VALUE 0.
01 WS-EQ-TABLE.
   05 WS-EQ-ENTRY OCCURS 100 TIMES.
      10 WS-EQ-ACCOUNT     PIC 9(10).
      10 WS-EQ-COL         PIC 9(1).
      10 WS-EQ-OPENING     PIC S9(18).
      10 WS-EQ-CLOSING     PIC S9(18).
      10 WS-EQ-ADJ-MOVE    PIC S9(18).
01 WS-EQ-I              PIC 9(3).
01 WS-FOUND-EQ          PIC 9(3).
01 WS-LAST-ACCOUNT      PIC 9(10) VALUE 0.
01 WS-LAST-IS-EQUITY    PIC X VALUE "N".
   88 LAST-IS-EQUITY          VALUE "Y".

*> Contas de PL jogadas em "Outras contas PL" (excecao)
01 WS-EXC-COUNT         PIC 9(3) VALUE 0.
01 WS-EXC-TABLE.
   05 WS-EXC-ACCOUNT OCCURS 100 TIMES PIC 9(10).

*> Linhas do lancamento corrente
01 WS-EL-COUNT          PIC 9(3) VALUE 0.
01 WS-EL-TABLE.
   05 WS-EL-ENTRY OCCURS 200 TIMES.
      10 WS-EL-EQ          PIC 9(3).
      10 WS-EL-DC          PIC X(1).
      10 WS-EL-AMOUNT      PIC 9(15).
01 WS-EL-I              PIC 9(3).
01 WS-EL-HAS-EQUITY     PIC X.
   88 ENTRY-HITS-EQUITY       VALUE "Y".
01 WS-EL-ALL-EQUITY     PIC X.
   88 ENTRY-ALL-EQUITY        VALUE "Y".
01 WS-MOVE-ROW          PIC 9(1).
01 WS-MOVE-AMOUNT       PIC S9(18).
01 WS-ENTRIES-USED      PIC 9(6) VALUE 0.

*> Prova e totais
01 WS-ROW-TOTAL         PIC S9(18).
01 WS-PROOF-AMOUNT      PIC S9(18).
01 WS-PROOF-DIFFS       PIC 9(2) VALUE 0.

01 WS-ROW-LABELS.
   05 FILLER PIC X(30) VALUE "Saldo inicial".
   05 FILLER PIC X(30) VALUE "Lucro liquido do exercicio".
   05 FILLER PIC X(30) VALUE "Dividendos".
   05 FILLER PIC X(30) VALUE "Aumento de capital".
   05 FILLER PIC X(30) VALUE "Transferencias entre reservas".
   05 FILLER PIC X(30) VALUE "Outras mutacoes".
   05 FILLER PIC X(30) VALUE "Saldo final (LEDGER)".
01 WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABELS.
   05 WS-ROW-LABEL PIC X(30) OCCURS 7 TIMES.

*> Linha impressa: rotulo + 5 colunas + total
01 WS-DMPL-HEADER.
   05 WS-DH-LABEL          PIC X(30).
   05 WS-DH-COL OCCURS 6 TIMES.
      10 FILLER            PIC X(1).
      10 WS-DH-NAME        PIC X(15).
01 WS-DMPL-LINE.
   05 WS-DL-LABEL          PIC X(30).
   05 WS-DL-COL OCCURS 6 TIMES.
      10 FILLER            PIC X(1).
      10 WS-DL-AMOUNT      PIC -(11)9.99.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "=== DMPL - Demonstracao das mutacoes do patrimonio liquido ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    DISPLAY "Exercicio (AAAA)..................: " WITH NO ADVANCING
    ACCEPT WS-YEAR-INPUT
    IF WS-YEAR-INPUT (1:4) NOT NUMERIC
       DISPLAY "Exercicio invalido."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-YEAR-INPUT (1:4) TO WS-YEAR
    COMPUTE WS-PERIOD-FIRST = (WS-YEAR * 100) + 1
    COMPUTE WS-PERIOD-DEC   = (WS-YEAR * 100) + 12
    COMPUTE WS-PERIOD-ADJ   = (WS-YEAR * 100) + 13

    MOVE "DMPL" TO WS-RP-REPORT-NAME
    MOVE WS-YEAR TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    PERFORM RESOLVE-COMPANY-PATHS

    PERFORM LOAD-DMPL-COLUMNS
    PERFORM COLLECT-EQUITY-BALANCES
    PERFORM CLASSIFY-EQUITY-MOVEMENTS
    PERFORM PRINT-DMPL
    PERFORM PRINT-DMPL-PROOF

    PERFORM CLOSE-REPORT-SPOOL
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
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

LOAD-DMPL-COLUMNS.
    *> Rubricas 'M' do STMT-CAPTIONS, na ordem de impressao
    MOVE SPACE TO WS-SC-RECORD
    MOVE "L" TO WS-SC-OP-CODE
    CALL "STMT-CAPTIONS-IO" USING
         WS-SC-OP-CODE
         WS-SC-RECORD
         WS-SC-RETURN-STATUS

    PERFORM UNTIL WS-SC-RETURN-STATUS NOT = "00"
       IF SC-STATEMENT OF WS-SC-RECORD = "M"
          IF WS-COL-COUNT < WS-COL-MAX
             ADD 1 TO WS-COL-COUNT
             MOVE SC-CAPTION OF WS-SC-RECORD
               TO WS-COL-NAME (WS-COL-COUNT)
             MOVE SC-RANGE-FROM OF WS-SC-RECORD
               TO WS-COL-FROM (WS-COL-COUNT)
             MOVE SC-RANGE-TO OF WS-SC-RECORD
               TO WS-COL-TO (WS-COL-COUNT)
             SET HAS-DMPL-CAPTIONS TO TRUE
          ELSE
             MOVE SPACES TO WS-RP-LINE
             STRING "Aviso: rubrica DMPL alem da 5a coluna ignorada: " DELIMITED BY SIZE
                    SC-CAPTION OF WS-SC-RECORD DELIMITED BY SIZE
               INTO WS-RP-LINE
             PERFORM EMIT-REPORT-LINE
          END-IF
       END-IF

       MOVE "N" TO WS-SC-OP-CODE
       CALL "STMT-CAPTIONS-IO" USING
            WS-SC-OP-CODE
            WS-SC-RECORD
            WS-SC-RETURN-STATUS
    END-PERFORM

    PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 6
       PERFORM VARYING WS-ROW-I FROM 1 BY 1 UNTIL WS-ROW-I > 7
          MOVE 0 TO WS-COL-CELL (WS-COL-I WS-ROW-I)
       END-PERFORM
    END-PERFORM
    .

COLLECT-EQUITY-BALANCES.
    *> Saldos do LEDGER das contas de PL no exercicio; a
    *> varredura vem em ordem de conta+periodo
    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-IO" USING WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS

    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       IF LG-PERIOD OF WS-LG-RECORD NOT < WS-PERIOD-FIRST
          AND LG-PERIOD OF WS-LG-RECORD NOT > WS-PERIOD-ADJ
          PERFORM COLLECT-ONE-EQUITY-RECORD
       END-IF
       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-IO" USING WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    *> Saldo final = dezembro + 13o periodo; as duas pontas
    *> viram colunas (natureza credora do PL)
    PERFORM VARYING WS-EQ-I FROM 1 BY 1 UNTIL WS-EQ-I > WS-EQ-COUNT
       MOVE WS-EQ-COL (WS-EQ-I) TO WS-COL-I
       SUBTRACT WS-EQ-OPENING (WS-EQ-I) FROM WS-COL-CELL (WS-COL-I 1)
       SUBTRACT WS-EQ-CLOSING (WS-EQ-I) FROM WS-COL-CELL (WS-COL-I 7)
       SUBTRACT WS-EQ-ADJ-MOVE (WS-EQ-I) FROM WS-COL-CELL (WS-COL-I 7)
    END-PERFORM
    .

COLLECT-ONE-EQUITY-RECORD.
    IF LG-ACCOUNT-ID OF WS-LG-RECORD NOT = WS-LAST-ACCOUNT
       MOVE LG-ACCOUNT-ID OF WS-LG-RECORD TO WS-LAST-ACCOUNT
       PERFORM START-EQUITY-ACCOUNT
    END-IF
    IF NOT LAST-IS-EQUITY
       EXIT PARAGRAPH
    END-IF

    IF LG-PERIOD OF WS-LG-RECORD = WS-PERIOD-ADJ
       COMPUTE WS-EQ-ADJ-MOVE (WS-EQ-COUNT) =
               WS-EQ-ADJ-MOVE (WS-EQ-COUNT)
             + LG-DEBIT-CENTS  OF WS-LG-RECORD
             - LG-CREDIT-CENTS OF WS-LG-RECORD
    ELSE
       MOVE LG-CLOSING-CENTS OF WS-LG-RECORD
         TO WS-EQ-CLOSING (WS-EQ-COUNT)
    END-IF
    .

START-EQUITY-ACCOUNT.
    *> Primeiro registro da conta no exercicio: so conta de PL
    *> entra, e a abertura deste periodo e o saldo inicial
    MOVE "N" TO WS-LAST-IS-EQUITY
    MOVE LG-ACCOUNT-ID OF WS-LG-RECORD TO WS-AC-ACCOUNT-ID
    MOVE "R" TO WS-AC-OP-CODE
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
    IF WS-AC-RETURN-STATUS NOT = "00" OR WS-AC-ACCOUNT-TYPE NOT = "E"
       EXIT PARAGRAPH
    END-IF

    IF WS-EQ-COUNT NOT < 100
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Tabela de contas de PL cheia (100) - conta " DELIMITED BY SIZE
              LG-ACCOUNT-ID OF WS-LG-RECORD DELIMITED BY SIZE
              " ignorada ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-EQ-COUNT
    MOVE "Y" TO WS-LAST-IS-EQUITY
    MOVE LG-ACCOUNT-ID OF WS-LG-RECORD   TO WS-EQ-ACCOUNT (WS-EQ-COUNT)
    MOVE LG-OPENING-CENTS OF WS-LG-RECORD TO WS-EQ-OPENING (WS-EQ-COUNT)
    MOVE LG-OPENING-CENTS OF WS-LG-RECORD TO WS-EQ-CLOSING (WS-EQ-COUNT)
    MOVE 0 TO WS-EQ-ADJ-MOVE (WS-EQ-COUNT)
    PERFORM ASSIGN-EQUITY-COLUMN
    .

ASSIGN-EQUITY-COLUMN.
    MOVE 0 TO WS-EQ-COL (WS-EQ-COUNT)

    IF HAS-DMPL-CAPTIONS
       PERFORM VARYING WS-COL-I FROM 1 BY 1
                 UNTIL WS-COL-I > WS-COL-COUNT
                    OR WS-EQ-COL (WS-EQ-COUNT) NOT = 0
          IF WS-COL-I NOT = WS-COL-OTHER
             AND WS-AC-ACCOUNT-ID NOT < WS-COL-FROM (WS-COL-I)
             AND WS-AC-ACCOUNT-ID NOT > WS-COL-TO (WS-COL-I)
             MOVE WS-COL-I TO WS-EQ-COL (WS-EQ-COUNT)
          END-IF
       END-PERFORM
       IF WS-EQ-COL (WS-EQ-COUNT) = 0
          PERFORM ASSIGN-OTHER-COLUMN
       END-IF
       EXIT PARAGRAPH
    END-IF

    *> Sem rubricas 'M': uma coluna por conta ate a 4a; da 5a
    *> conta em diante todas vao para "Outras contas PL"
    IF WS-COL-COUNT < WS-COL-MAX - 1
       ADD 1 TO WS-COL-COUNT
       MOVE WS-AC-ACCOUNT-NAME TO WS-COL-NAME (WS-COL-COUNT)
       MOVE WS-AC-ACCOUNT-ID   TO WS-COL-FROM (WS-COL-COUNT)
       MOVE WS-AC-ACCOUNT-ID   TO WS-COL-TO   (WS-COL-COUNT)
       MOVE WS-COL-COUNT TO WS-EQ-COL (WS-EQ-COUNT)
    ELSE
       PERFORM ASSIGN-OTHER-COLUMN
    END-IF
    .

ASSIGN-OTHER-COLUMN.
    IF WS-COL-OTHER = 0
       IF WS-COL-COUNT < WS-COL-MAX
          ADD 1 TO WS-COL-COUNT
       END-IF
       MOVE WS-COL-COUNT TO WS-COL-OTHER
       MOVE "Outras contas PL" TO WS-COL-NAME (WS-COL-OTHER)
    END-IF
    MOVE WS-COL-OTHER TO WS-EQ-COL (WS-EQ-COUNT)

    IF HAS-DMPL-CAPTIONS AND WS-EXC-COUNT < 100
       ADD 1 TO WS-EXC-COUNT
       MOVE WS-AC-ACCOUNT-ID TO WS-EXC-ACCOUNT (WS-EXC-COUNT)
    END-IF
    .

CLASSIFY-EQUITY-MOVEMENTS.
    MOVE SPACES TO FS-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       MOVE SPACES TO WS-RP-LINE
       STRING "Erro ao abrir JOURNAL-FILE. STATUS: " DELIMITED BY SIZE
              FS-JOURNAL DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE 8 TO WS-FINAL-RC
       PERFORM CLOSE-REPORT-SPOOL
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO FS-JOURNAL-LINES
    OPEN INPUT JOURNAL-LINES-FILE
    IF FS-JOURNAL-LINES NOT = FS-OK
       MOVE SPACES TO WS-RP-LINE
       STRING "Erro ao abrir JOURNAL-LINES-FILE. STATUS: " DELIMITED BY SIZE
              FS-JOURNAL-LINES DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       CLOSE JOURNAL-FILE
       MOVE 8 TO WS-FINAL-RC
       PERFORM CLOSE-REPORT-SPOOL
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM UNTIL END-OF-JOURNAL
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          *> Ajuste IFRS nao passa pelo LEDGER societario
          IF JR-POSTED-FLAG = "Y"
             AND NOT JR-BOOK-IFRS
             AND JR-DATE (1:4) = WS-YEAR-INPUT (1:4)
             PERFORM CLASSIFY-ONE-ENTRY
          END-IF
       ELSE
          SET END-OF-JOURNAL TO TRUE
       END-IF
    END-PERFORM

    CLOSE JOURNAL-FILE
    CLOSE JOURNAL-LINES-FILE
    .

CLASSIFY-ONE-ENTRY.
    *> Carrega as linhas do lancamento e marca as de PL
    MOVE 0   TO WS-EL-COUNT
    MOVE "N" TO WS-EL-HAS-EQUITY
    MOVE "Y" TO WS-EL-ALL-EQUITY

    MOVE JR-TXN-ID TO JL-TXN-ID
    MOVE 1         TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY
    IF FS-JOURNAL-LINES = FS-OK
       READ JOURNAL-LINES-FILE NEXT RECORD
       PERFORM UNTIL FS-JOURNAL-LINES NOT = FS-OK
                   OR JL-TXN-ID NOT = JR-TXN-ID
          PERFORM LOAD-ONE-ENTRY-LINE
          READ JOURNAL-LINES-FILE NEXT RECORD
       END-PERFORM
    END-IF

    IF NOT ENTRY-HITS-EQUITY
       EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
       WHEN JR-SRC-YEAR-CLOSE
          MOVE 2 TO WS-MOVE-ROW
       WHEN JR-EQ-DIVIDENDS
          MOVE 3 TO WS-MOVE-ROW
       WHEN JR-EQ-CAPITAL-INCREASE
          MOVE 4 TO WS-MOVE-ROW
       WHEN JR-EQ-RESERVE-TRANSFER
          MOVE 5 TO WS-MOVE-ROW
       WHEN JR-EQ-OTHER
          MOVE 6 TO WS-MOVE-ROW
       WHEN ENTRY-ALL-EQUITY
          MOVE 5 TO WS-MOVE-ROW
       WHEN OTHER
          MOVE 6 TO WS-MOVE-ROW
    END-EVALUATE

    ADD 1 TO WS-ENTRIES-USED
    PERFORM VARYING WS-EL-I FROM 1 BY 1 UNTIL WS-EL-I > WS-EL-COUNT
       IF WS-EL-EQ (WS-EL-I) NOT = 0
          MOVE WS-EQ-COL (WS-EL-EQ (WS-EL-I)) TO WS-COL-I
          IF WS-EL-DC (WS-EL-I) = "C"
             MOVE WS-EL-AMOUNT (WS-EL-I) TO WS-MOVE-AMOUNT
          ELSE
             COMPUTE WS-MOVE-AMOUNT = 0 - WS-EL-AMOUNT (WS-EL-I)
          END-IF
          ADD WS-MOVE-AMOUNT TO WS-COL-CELL (WS-COL-I WS-MOVE-ROW)
       END-IF
    END-PERFORM
    .

LOAD-ONE-ENTRY-LINE.
    IF WS-EL-COUNT NOT < 200
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FOUND-EQ
    PERFORM VARYING WS-EQ-I FROM 1 BY 1
              UNTIL WS-EQ-I > WS-EQ-COUNT OR WS-FOUND-EQ NOT = 0
       IF WS-EQ-ACCOUNT (WS-EQ-I) = JL-LINE-ACCOUNT-ID
          MOVE WS-EQ-I TO WS-FOUND-EQ
       END-IF
    END-PERFORM

    ADD 1 TO WS-EL-COUNT
    MOVE WS-FOUND-EQ          TO WS-EL-EQ     (WS-EL-COUNT)
    MOVE JL-LINE-DC           TO WS-EL-DC     (WS-EL-COUNT)
    MOVE JL-LINE-AMOUNT-CENTS TO WS-EL-AMOUNT (WS-EL-COUNT)
    IF WS-FOUND-EQ = 0
       MOVE "N" TO WS-EL-ALL-EQUITY
    ELSE
       MOVE "Y" TO WS-EL-HAS-EQUITY
    END-IF
    .

PRINT-DMPL.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- DMPL EXERCICIO " DELIMITED BY SIZE
           WS-YEAR DELIMITED BY SIZE
           " (valores em R$, natureza credora) ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    IF WS-COL-COUNT = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhuma conta de patrimonio liquido com saldo no exercicio." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DMPL-HEADER
    PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > WS-COL-COUNT
       MOVE WS-COL-NAME (WS-COL-I) TO WS-DH-NAME (WS-COL-I)
    END-PERFORM
    ADD 1 TO WS-COL-COUNT GIVING WS-COL-I
    MOVE "          TOTAL" TO WS-DH-NAME (WS-COL-I)
    MOVE WS-DMPL-HEADER TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-ROW-I FROM 1 BY 1 UNTIL WS-ROW-I > 7
       PERFORM PRINT-ONE-DMPL-ROW
    END-PERFORM

    IF WS-EXC-COUNT > 0
       MOVE SPACES TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE SPACES TO WS-RP-LINE
       STRING "Contas de PL fora das rubricas DMPL (em Outras contas PL):" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM VARYING WS-EQ-I FROM 1 BY 1 UNTIL WS-EQ-I > WS-EXC-COUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "  Conta " DELIMITED BY SIZE
                 WS-EXC-ACCOUNT (WS-EQ-I) DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-PERFORM
    END-IF

    MOVE SPACES TO WS-RP-LINE
    STRING "Lancamentos com mutacao do PL: " DELIMITED BY SIZE
           WS-ENTRIES-USED DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-ONE-DMPL-ROW.
    MOVE SPACES TO WS-DMPL-LINE
    MOVE WS-ROW-LABEL (WS-ROW-I) TO WS-DL-LABEL
    MOVE 0 TO WS-ROW-TOTAL
    PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > WS-COL-COUNT
       COMPUTE WS-DEC-AMOUNT = WS-COL-CELL (WS-COL-I WS-ROW-I) / 100
       MOVE WS-DEC-AMOUNT TO WS-DL-AMOUNT (WS-COL-I)
       ADD WS-COL-CELL (WS-COL-I WS-ROW-I) TO WS-ROW-TOTAL
    END-PERFORM
    COMPUTE WS-DEC-AMOUNT = WS-ROW-TOTAL / 100
    MOVE WS-DEC-AMOUNT TO WS-DL-AMOUNT (WS-COL-I)
    MOVE WS-DMPL-LINE TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-DMPL-PROOF.
    *> Saldo inicial + mutacoes do JOURNAL tem de dar o saldo
    *> final gravado no LEDGER, coluna a coluna
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > WS-COL-COUNT
       MOVE 0 TO WS-PROOF-AMOUNT
       PERFORM VARYING WS-ROW-I FROM 1 BY 1 UNTIL WS-ROW-I > 6
          ADD WS-COL-CELL (WS-COL-I WS-ROW-I) TO WS-PROOF-AMOUNT
       END-PERFORM
       IF WS-PROOF-AMOUNT NOT = WS-COL-CELL (WS-COL-I 7)
          ADD 1 TO WS-PROOF-DIFFS
          COMPUTE WS-DEC-AMOUNT =
                  (WS-PROOF-AMOUNT - WS-COL-CELL (WS-COL-I 7)) / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
          MOVE SPACES TO WS-RP-LINE
          STRING "*** Coluna " DELIMITED BY SIZE
                 WS-COL-NAME (WS-COL-I) DELIMITED BY SIZE
                 ": inicial + mutacoes difere do LEDGER em " DELIMITED BY SIZE
                 WS-EDIT-AMOUNT DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
    END-PERFORM

    IF WS-PROOF-DIFFS = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "DMPL OK - saldo inicial + mutacoes = saldo final do LEDGER." DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    ELSE
       MOVE SPACES TO WS-RP-LINE
       STRING "*** DMPL NAO FECHA com o LEDGER - rode o GL-RECON ***" DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE 8 TO WS-FINAL-RC
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
