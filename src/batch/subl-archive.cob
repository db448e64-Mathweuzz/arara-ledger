>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: subl-archive.cob
*> Objetivo:
*>   - Arquivamento dos auxiliares, no molde do ARCHIVE-JOURNAL:
*>     o AP-INVOICES, o AP-SETTLEMENTS, o AR-INVOICES, a
*>     PAY-PROPOSAL e o INV-MOVES guardavam todo documento desde
*>     a implantacao, e o AP-AGING, o AR-AGING, o CREDIT-RPT e o
*>     CASH-FORECAST os leem de ponta a ponta. Para uma data de
*>     corte (SYSIN, AAAAMMDD), leva para os historicos da
*>     empresa selecionada (COMPANY-CTL, "...-hist"):
*>       AP  fatura quitada (nao em remessa, nao pendente de
*>           aprovacao) com emissao, pagamento e todas as baixas
*>           anteriores ao corte - as linhas do AP-SETTLEMENTS
*>           vao junto;
*>       AR  fatura quitada (nao em remessa, sem RPS a enviar ou
*>           aguardando a prefeitura) com emissao e recebimento
*>           anteriores ao corte;
*>       PP  item da proposta ja remetido ou excluido, proposto
*>           antes do corte, cuja fatura ja esta no historico
*>           (item de funcionario: so pela data);
*>       EST movimento de estoque anterior ao corte - sempre um
*>           prefixo dos movimentos do item e nunca o ultimo (o
*>           INV-MOVES-IO numera o proximo a partir dele).
*>   - Referencias do historico do JOURNAL: documento cujo
*>     lancamento (registro, baixa, recebimento, movimento) ainda
*>     esta no JOURNAL vivo fica vivo - rode o ARCHIVE-JOURNAL
*>     antes, com o mesmo corte. Assim todo lancamento arquivado
*>     no JOURNAL-HIST encontra o seu documento no historico do
*>     auxiliar da mesma empresa, e vice-versa. Documento cujos
*>     lancamentos nao estao em nenhum dos dois JOURNALs da
*>     empresa e de outra empresa e fica onde esta; documento sem
*>     lancamento nenhum so e arquivado pela empresa 01 (dona dos
*>     nomes de arquivo historicos).
*>   - O corte so vale com o mes anterior a ele FECHADO em
*>     definitivo no PERIOD-CTL, e o step recusa rodar com
*>     sessao MENU ativa (INTERLOCK 'O') - RC 8 nos dois casos.
*>   - Chave ja usada no historico por OUTRO documento (numero de
*>     fatura reaproveitado) nao e sobreposta: o documento fica
*>     vivo e sai listado (RC 4). Registro identico ao do
*>     historico (reexecucao depois de uma queda) so e apagado
*>     do vivo.
*>   - Acesso direto aos arquivos (varredura + delete), o mesmo
*>     padrao do ARCHIVE-JOURNAL; a consulta dos historicos e
*>     pelos *-HIST-IO (AP-MENU, AR-MENU, INV-MENU, CREDIT-RPT,
*>     CASH-FORECAST, WHT-INFORME, INV-AGING).
*>   - Relatorio por arquivo no spool (ARQ-AUX).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBL-ARCHIVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JR-TXN-ID OF JR-RECORD
        ALTERNATE RECORD KEY IS JR-ALT-KEY OF JR-RECORD WITH DUPLICATES
        FILE STATUS   IS FS-JOURNAL.

    SELECT JOURNAL-HIST-FILE ASSIGN TO WS-JOURNAL-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JR-TXN-ID OF JH-RECORD
        ALTERNATE RECORD KEY IS JR-ALT-KEY OF JH-RECORD WITH DUPLICATES
        FILE STATUS   IS FS-JOURNAL-HIST.

    SELECT AP-INVOICES-FILE ASSIGN TO "data/ap-invoices.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AP-KEY OF AP-RECORD
        FILE STATUS   IS FS-AP.

    SELECT AP-INVOICES-HIST-FILE ASSIGN TO WS-AP-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AP-KEY OF APH-RECORD
        FILE STATUS   IS FS-AP-HIST.

    SELECT AP-SETTLEMENTS-FILE ASSIGN TO "data/ap-settlements.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AS-KEY OF AS-RECORD
        FILE STATUS   IS FS-AS.

    SELECT AP-SETTLEMENTS-HIST-FILE ASSIGN TO WS-AS-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AS-KEY OF ASH-RECORD
        FILE STATUS   IS FS-AS-HIST.

    SELECT AR-INVOICES-FILE ASSIGN TO "data/ar-invoices.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AR-KEY OF AR-RECORD
        FILE STATUS   IS FS-AR.

    SELECT AR-INVOICES-HIST-FILE ASSIGN TO WS-AR-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AR-KEY OF ARH-RECORD
        FILE STATUS   IS FS-AR-HIST.

    SELECT PAY-PROPOSAL-FILE ASSIGN TO "data/pay-proposal.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PP-KEY OF PP-RECORD
        FILE STATUS   IS FS-PP.

    SELECT PAY-PROPOSAL-HIST-FILE ASSIGN TO WS-PP-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS PP-KEY OF PPH-RECORD
        FILE STATUS   IS FS-PP-HIST.

    SELECT INV-MOVES-FILE ASSIGN TO "data/inv-moves.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS IM-KEY OF IM-RECORD
        FILE STATUS   IS FS-IM.

    SELECT INV-MOVES-HIST-FILE ASSIGN TO WS-IM-HIST-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS IM-KEY OF IMH-RECORD
        FILE STATUS   IS FS-IM-HIST.

DATA DIVISION.
FILE SECTION.

FD  JOURNAL-FILE.
COPY "journal.cpy".

FD  JOURNAL-HIST-FILE.
COPY "journal.cpy" REPLACING ==JR-RECORD== BY ==JH-RECORD==.

FD  AP-INVOICES-FILE.
COPY "ap-invoices.cpy".

FD  AP-INVOICES-HIST-FILE.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==APH-RECORD==.

FD  AP-SETTLEMENTS-FILE.
COPY "ap-settlements.cpy".

FD  AP-SETTLEMENTS-HIST-FILE.
COPY "ap-settlements.cpy" REPLACING ==AS-RECORD== BY ==ASH-RECORD==.

FD  AR-INVOICES-FILE.
COPY "ar-invoices.cpy".

FD  AR-INVOICES-HIST-FILE.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==ARH-RECORD==.

FD  PAY-PROPOSAL-FILE.
COPY "pay-proposal.cpy".

FD  PAY-PROPOSAL-HIST-FILE.
COPY "pay-proposal.cpy" REPLACING ==PP-RECORD== BY ==PPH-RECORD==.

FD  INV-MOVES-FILE.
COPY "inv-moves.cpy".

FD  INV-MOVES-HIST-FILE.
COPY "inv-moves.cpy" REPLACING ==IM-RECORD== BY ==IMH-RECORD==.

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-CO-PATH           PIC X(64).
01 WS-JOURNAL-PATH      PIC X(64).
01 WS-JOURNAL-HIST-PATH PIC X(64).
01 WS-AP-HIST-PATH      PIC X(64).
01 WS-AS-HIST-PATH      PIC X(64).
01 WS-AR-HIST-PATH      PIC X(64).
01 WS-PP-HIST-PATH      PIC X(64).
01 WS-IM-HIST-PATH      PIC X(64).

01 FS-JOURNAL           PIC XX.
01 FS-JOURNAL-HIST      PIC XX.
01 FS-AP                PIC XX.
01 FS-AP-HIST           PIC XX.
01 FS-AS                PIC XX.
01 FS-AS-HIST           PIC XX.
01 FS-AR                PIC XX.
01 FS-AR-HIST           PIC XX.
01 FS-PP                PIC XX.
01 FS-PP-HIST           PIC XX.
01 FS-IM                PIC XX.
01 FS-IM-HIST           PIC XX.

01 WS-JOURNAL-SWITCH    PIC X VALUE "N".
   88 JOURNAL-IS-OPEN         VALUE "Y".
01 WS-JHIST-SWITCH      PIC X VALUE "N".
   88 JHIST-IS-OPEN           VALUE "Y".
01 WS-PP-SWITCH         PIC X VALUE "N".
   88 PP-IS-OPEN              VALUE "Y".
01 WS-EOF-SWITCH        PIC X.
   88 END-OF-SCAN             VALUE "Y".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Log central de mensagens batch (BATCH-LOG) - estatistica
*> de execucao para o BATCH-TREND
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "SUBLARCH".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.
COPY "batch-stat.cpy".

01 WS-IL-OP-CODE        PIC X.
01 WS-IL-OPERATOR-ID    PIC X(8) VALUE "SUBLARCH".
01 WS-IL-STATE          PIC X.
01 WS-IL-RETURN-STATUS  PIC XX.

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.

01 WS-CUTOFF-X          PIC X(8).
01 WS-CUTOFF-DATE       PIC 9(8).
01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
   05 WS-CUTOFF-YYYY    PIC 9(4).
   05 WS-CUTOFF-MM      PIC 9(2).
   05 WS-CUTOFF-DD      PIC 9(2).
01 WS-LAST-PERIOD       PIC 9(6).
01 WS-LAST-PERIOD-PARTS REDEFINES WS-LAST-PERIOD.
   05 WS-LAST-YYYY      PIC 9(4).
   05 WS-LAST-MM        PIC 9(2).

*> Contadores por arquivo (ordem do relatorio)
01 WS-FILE-INIT.
   05 FILLER PIC X(14) VALUE "AP-INVOICES".
   05 FILLER PIC X(14) VALUE "AP-SETTLEMENTS".
   05 FILLER PIC X(14) VALUE "AR-INVOICES".
   05 FILLER PIC X(14) VALUE "PAY-PROPOSAL".
   05 FILLER PIC X(14) VALUE "INV-MOVES".
01 WS-FILE-NAMES REDEFINES WS-FILE-INIT.
   05 WS-FILE-NAME OCCURS 5 TIMES PIC X(14).
01 WS-COUNT-TABLE.
   05 WS-COUNT-ENTRY OCCURS 5 TIMES.
      10 WS-CNT-READ        PIC 9(7).
      10 WS-CNT-ARCHIVED    PIC 9(7).
      10 WS-CNT-OPEN        PIC 9(7).
         *> em aberto, em remessa ou com data depois do corte
      10 WS-CNT-LIVE-JR     PIC 9(7).
         *> lancamento ainda no JOURNAL vivo
      10 WS-CNT-OTHER-CO    PIC 9(7).
         *> lancamentos fora dos JOURNALs da empresa
      10 WS-CNT-CONFLICT    PIC 9(7).
      10 WS-CNT-ERROR       PIC 9(7).
01 WS-FILE-I            PIC 9(1).
78 WS-F-AP              VALUE 1.
78 WS-F-AS              VALUE 2.
78 WS-F-AR              VALUE 3.
78 WS-F-PP              VALUE 4.
78 WS-F-IM              VALUE 5.

*> Referencias de um documento ao JOURNAL da empresa
01 WS-REF-TXN-ID        PIC 9(12).
01 WS-REF-TOTAL         PIC 9(4).
01 WS-REF-LIVE          PIC 9(4).
01 WS-REF-HIST          PIC 9(4).
01 WS-REF-VERDICT       PIC X(1).
   88 REF-ALLOWS-ARCHIVE      VALUE "A".
   88 REF-IS-LIVE             VALUE "V".
   88 REF-IS-OTHER-COMPANY    VALUE "E".

01 WS-LATE-SWITCH       PIC X.
   88 DOC-HAS-LATE-MOVE       VALUE "Y".
01 WS-DOC-VENDOR-ID     PIC 9(6).
01 WS-DOC-INVOICE-NO    PIC X(12).

*> Ultimo sequencial de cada item de estoque (1a passada do
*> INV-MOVES, na ordem da chave)
01 WS-ITEM-TABLE.
   05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
      10 WS-ITEM-ID         PIC 9(6).
      10 WS-ITEM-LAST-SEQ   PIC 9(6).
01 WS-ITEM-COUNT        PIC 9(4) VALUE 0.
01 WS-ITEM-I            PIC 9(4).
01 WS-ITEM-OVERFLOW-SW  PIC X VALUE "N".
   88 ITEM-TABLE-OVERFLOWED   VALUE "Y".
01 WS-CUR-ITEM-ID       PIC 9(6).
01 WS-ITEM-BLOCK-SW     PIC X.
   88 ITEM-IS-BLOCKED         VALUE "Y".

01 WS-DETAIL-TEXT       PIC X(40).
01 WS-EDIT-READ         PIC Z(6)9.
01 WS-EDIT-ARCH         PIC Z(6)9.
01 WS-EDIT-OPEN         PIC Z(6)9.
01 WS-EDIT-LIVE         PIC Z(6)9.
01 WS-EDIT-OTHER        PIC Z(6)9.
01 WS-EDIT-CONFL        PIC Z(6)9.
01 WS-EDIT-ERROR        PIC Z(6)9.
01 WS-TOTAL-ARCHIVED    PIC 9(9) VALUE 0.
01 WS-TOTAL-PROBLEMS    PIC 9(9) VALUE 0.

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-STATS
    DISPLAY " "
    DISPLAY "=== SUBL-ARCHIVE - Arquivamento dos auxiliares ==="
    DISPLAY "Data de corte (AAAAMMDD) - arquiva documentos quitados"
    DISPLAY "e movimentos anteriores a esta data..................: "
            WITH NO ADVANCING
    MOVE SPACES TO WS-CUTOFF-X
    ACCEPT WS-CUTOFF-X

    PERFORM VALIDATE-CUTOFF
    IF WS-FINAL-RC = 8
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM CHECK-NO-ONLINE-SESSION
    IF WS-FINAL-RC = 8
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM RESOLVE-COMPANY-PATHS

    MOVE "ARQ-AUX" TO WS-RP-REPORT-NAME
    MOVE WS-CUTOFF-DATE TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== SUBL-ARCHIVE - Arquivamento dos auxiliares - empresa "
           WS-CO-COMPANY-ID " - corte " WS-CUTOFF-DATE " ==="
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    INITIALIZE WS-COUNT-TABLE
    PERFORM OPEN-FILES
    IF WS-FINAL-RC = 8
       PERFORM CLOSE-REPORT-SPOOL
       PERFORM LOG-RUN-STATS
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM ARCHIVE-AP-INVOICES
    PERFORM ARCHIVE-AR-INVOICES
    IF PP-IS-OPEN
       PERFORM ARCHIVE-PAY-PROPOSAL
    END-IF
    PERFORM LOAD-ITEM-LAST-SEQ
    PERFORM ARCHIVE-INV-MOVES

    PERFORM CLOSE-FILES
    PERFORM PRINT-SUMMARY

    IF WS-TOTAL-PROBLEMS > 0 OR ITEM-TABLE-OVERFLOWED
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    PERFORM CLOSE-REPORT-SPOOL
    PERFORM LOG-RUN-STATS
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

VALIDATE-CUTOFF.
    *> Corte valido e com o mes anterior a ele fechado em
    *> definitivo: nada de um periodo ainda mexivel sai do vivo
    IF WS-CUTOFF-X IS NOT NUMERIC
       DISPLAY "*** Data de corte invalida: " WS-CUTOFF-X " ***"
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF
    MOVE WS-CUTOFF-X TO WS-CUTOFF-DATE
    IF WS-CUTOFF-MM < 1 OR WS-CUTOFF-MM > 12
       OR WS-CUTOFF-DD < 1 OR WS-CUTOFF-DD > 31
       DISPLAY "*** Data de corte invalida: " WS-CUTOFF-X " ***"
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    *> Ultimo mes que o corte alcanca: o anterior, se o corte e
    *> dia 1; senao o proprio mes do corte
    MOVE WS-CUTOFF-YYYY TO WS-LAST-YYYY
    MOVE WS-CUTOFF-MM   TO WS-LAST-MM
    IF WS-CUTOFF-DD = 1
       IF WS-LAST-MM = 1
          MOVE 12 TO WS-LAST-MM
          SUBTRACT 1 FROM WS-LAST-YYYY
       ELSE
          SUBTRACT 1 FROM WS-LAST-MM
       END-IF
    END-IF

    MOVE SPACE TO WS-PC-RECORD
    MOVE WS-LAST-PERIOD TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS NOT = FS-OK
       OR NOT PERIOD-IS-CLOSED OF WS-PC-RECORD
       DISPLAY "*** Periodo " WS-LAST-PERIOD " nao esta fechado em "
               "definitivo - arquivamento recusado. ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

CHECK-NO-ONLINE-SESSION.
    *> O lote apaga documentos que o MENU consulta e regrava por
    *> chamada; nao roda com operador digitando
    MOVE "O" TO WS-IL-OP-CODE
    CALL "INTERLOCK" USING
         WS-IL-OP-CODE
         WS-IL-OPERATOR-ID
         WS-IL-STATE
         WS-IL-RETURN-STATUS
    IF WS-IL-STATE = "Y"
       DISPLAY "*** Sessao MENU ativa (data/online-active.tok) - "
               "arquivamento recusado. ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

RESOLVE-COMPANY-PATHS.
    *> Empresa selecionada e nomes de arquivo dela
    MOVE "R" TO WS-CO-OP-CODE
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-CO-PATH
         WS-CO-RETURN-STATUS

    MOVE "journal" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-JOURNAL-PATH
    MOVE "journal-hist" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-JOURNAL-HIST-PATH
    MOVE "ap-invoices-hist" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-AP-HIST-PATH
    MOVE "ap-settlements-hist" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-AS-HIST-PATH
    MOVE "ar-invoices-hist" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-AR-HIST-PATH
    MOVE "pay-proposal-hist" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-PP-HIST-PATH
    MOVE "inv-moves-hist" TO WS-CO-BASE-NAME
    PERFORM BUILD-ONE-PATH
    MOVE WS-CO-PATH TO WS-IM-HIST-PATH
    .

BUILD-ONE-PATH.
    MOVE "P" TO WS-CO-OP-CODE
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-CO-PATH
         WS-CO-RETURN-STATUS
    .

*> ------------------------------------------------------------
*> Abertura: vivos em I-O, historicos criados vazios na primeira
*> vez (mesmo padrao do ARCHIVE-JOURNAL), JOURNALs so leitura
*> ------------------------------------------------------------
OPEN-FILES.
    MOVE SPACES TO FS-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF FS-JOURNAL = FS-OK
       SET JOURNAL-IS-OPEN TO TRUE
    END-IF
    MOVE SPACES TO FS-JOURNAL-HIST
    OPEN INPUT JOURNAL-HIST-FILE
    IF FS-JOURNAL-HIST = FS-OK
       SET JHIST-IS-OPEN TO TRUE
    END-IF

    MOVE SPACES TO FS-AP
    OPEN I-O AP-INVOICES-FILE
    IF FS-AP = FS-NOT-FOUND
       OPEN OUTPUT AP-INVOICES-FILE
       CLOSE AP-INVOICES-FILE
       MOVE SPACES TO FS-AP
       OPEN I-O AP-INVOICES-FILE
    END-IF
    MOVE SPACES TO FS-AP-HIST
    OPEN I-O AP-INVOICES-HIST-FILE
    IF FS-AP-HIST = FS-NOT-FOUND
       OPEN OUTPUT AP-INVOICES-HIST-FILE
       CLOSE AP-INVOICES-HIST-FILE
       MOVE SPACES TO FS-AP-HIST
       OPEN I-O AP-INVOICES-HIST-FILE
    END-IF

    MOVE SPACES TO FS-AS
    OPEN I-O AP-SETTLEMENTS-FILE
    IF FS-AS = FS-NOT-FOUND
       OPEN OUTPUT AP-SETTLEMENTS-FILE
       CLOSE AP-SETTLEMENTS-FILE
       MOVE SPACES TO FS-AS
       OPEN I-O AP-SETTLEMENTS-FILE
    END-IF
    MOVE SPACES TO FS-AS-HIST
    OPEN I-O AP-SETTLEMENTS-HIST-FILE
    IF FS-AS-HIST = FS-NOT-FOUND
       OPEN OUTPUT AP-SETTLEMENTS-HIST-FILE
       CLOSE AP-SETTLEMENTS-HIST-FILE
       MOVE SPACES TO FS-AS-HIST
       OPEN I-O AP-SETTLEMENTS-HIST-FILE
    END-IF

    MOVE SPACES TO FS-AR
    OPEN I-O AR-INVOICES-FILE
    IF FS-AR = FS-NOT-FOUND
       OPEN OUTPUT AR-INVOICES-FILE
       CLOSE AR-INVOICES-FILE
       MOVE SPACES TO FS-AR
       OPEN I-O AR-INVOICES-FILE
    END-IF
    MOVE SPACES TO FS-AR-HIST
    OPEN I-O AR-INVOICES-HIST-FILE
    IF FS-AR-HIST = FS-NOT-FOUND
       OPEN OUTPUT AR-INVOICES-HIST-FILE
       CLOSE AR-INVOICES-HIST-FILE
       MOVE SPACES TO FS-AR-HIST
       OPEN I-O AR-INVOICES-HIST-FILE
    END-IF

    *> Proposta inexistente (nenhuma rodada do AP-PAYMENT-RUN):
    *> nada a arquivar dela
    MOVE SPACES TO FS-PP
    OPEN I-O PAY-PROPOSAL-FILE
    IF FS-PP = FS-OK
       SET PP-IS-OPEN TO TRUE
       MOVE SPACES TO FS-PP-HIST
       OPEN I-O PAY-PROPOSAL-HIST-FILE
       IF FS-PP-HIST = FS-NOT-FOUND
          OPEN OUTPUT PAY-PROPOSAL-HIST-FILE
          CLOSE PAY-PROPOSAL-HIST-FILE
          MOVE SPACES TO FS-PP-HIST
          OPEN I-O PAY-PROPOSAL-HIST-FILE
       END-IF
    END-IF

    MOVE SPACES TO FS-IM
    OPEN I-O INV-MOVES-FILE
    IF FS-IM = FS-NOT-FOUND
       OPEN OUTPUT INV-MOVES-FILE
       CLOSE INV-MOVES-FILE
       MOVE SPACES TO FS-IM
       OPEN I-O INV-MOVES-FILE
    END-IF
    MOVE SPACES TO FS-IM-HIST
    OPEN I-O INV-MOVES-HIST-FILE
    IF FS-IM-HIST = FS-NOT-FOUND
       OPEN OUTPUT INV-MOVES-HIST-FILE
       CLOSE INV-MOVES-HIST-FILE
       MOVE SPACES TO FS-IM-HIST
       OPEN I-O INV-MOVES-HIST-FILE
    END-IF

    IF FS-AP NOT = FS-OK OR FS-AP-HIST NOT = FS-OK
       OR FS-AS NOT = FS-OK OR FS-AS-HIST NOT = FS-OK
       OR FS-AR NOT = FS-OK OR FS-AR-HIST NOT = FS-OK
       OR FS-IM NOT = FS-OK OR FS-IM-HIST NOT = FS-OK
       OR (PP-IS-OPEN AND FS-PP-HIST NOT = FS-OK)
       MOVE SPACES TO WS-RP-LINE
       STRING "*** Erro ao abrir os arquivos - AP " FS-AP "/" FS-AP-HIST
              " baixas " FS-AS "/" FS-AS-HIST
              " AR " FS-AR "/" FS-AR-HIST
              " proposta " FS-PP "/" FS-PP-HIST
              " estoque " FS-IM "/" FS-IM-HIST " ***"
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "SA0090" TO WS-BL-MSG-CODE
       MOVE "Erro ao abrir auxiliares/historicos - nada arquivado"
         TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       PERFORM CLOSE-FILES
       MOVE 8 TO WS-FINAL-RC
    END-IF
    .

CLOSE-FILES.
    IF JOURNAL-IS-OPEN
       CLOSE JOURNAL-FILE
    END-IF
    IF JHIST-IS-OPEN
       CLOSE JOURNAL-HIST-FILE
    END-IF
    CLOSE AP-INVOICES-FILE
    CLOSE AP-INVOICES-HIST-FILE
    CLOSE AP-SETTLEMENTS-FILE
    CLOSE AP-SETTLEMENTS-HIST-FILE
    CLOSE AR-INVOICES-FILE
    CLOSE AR-INVOICES-HIST-FILE
    IF PP-IS-OPEN
       CLOSE PAY-PROPOSAL-FILE
       CLOSE PAY-PROPOSAL-HIST-FILE
    END-IF
    CLOSE INV-MOVES-FILE
    CLOSE INV-MOVES-HIST-FILE
    .

*> ------------------------------------------------------------
*> Referencias ao JOURNAL: NOTE-TXN-REF acumula cada lancamento
*> do documento; DECIDE-TXN-REFS da o veredito
*> ------------------------------------------------------------
RESET-TXN-REFS.
    MOVE 0 TO WS-REF-TOTAL
    MOVE 0 TO WS-REF-LIVE
    MOVE 0 TO WS-REF-HIST
    .

NOTE-TXN-REF.
    IF WS-REF-TXN-ID IS NOT NUMERIC OR WS-REF-TXN-ID = 0
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REF-TOTAL
    IF JOURNAL-IS-OPEN
       MOVE WS-REF-TXN-ID TO JR-TXN-ID OF JR-RECORD
       READ JOURNAL-FILE
       IF FS-JOURNAL = FS-OK
          ADD 1 TO WS-REF-LIVE
       END-IF
    END-IF
    IF JHIST-IS-OPEN
       MOVE WS-REF-TXN-ID TO JR-TXN-ID OF JH-RECORD
       READ JOURNAL-HIST-FILE
       IF FS-JOURNAL-HIST = FS-OK
          ADD 1 TO WS-REF-HIST
       END-IF
    END-IF
    .

DECIDE-TXN-REFS.
    EVALUATE TRUE
       WHEN WS-REF-LIVE > 0
          MOVE "V" TO WS-REF-VERDICT
       WHEN WS-REF-TOTAL = 0 AND WS-CO-COMPANY-ID = 1
          MOVE "A" TO WS-REF-VERDICT
       WHEN WS-REF-HIST > 0
          MOVE "A" TO WS-REF-VERDICT
       WHEN OTHER
          MOVE "E" TO WS-REF-VERDICT
    END-EVALUATE
    .

COUNT-REF-REFUSAL.
    *> Documento barrado pelas referencias ao JOURNAL
    IF REF-IS-LIVE
       ADD 1 TO WS-CNT-LIVE-JR (WS-FILE-I)
    ELSE
       ADD 1 TO WS-CNT-OTHER-CO (WS-FILE-I)
    END-IF
    .

*> ------------------------------------------------------------
*> AP - faturas de fornecedor e as baixas delas
*> ------------------------------------------------------------
ARCHIVE-AP-INVOICES.
    MOVE WS-F-AP TO WS-FILE-I
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-SCAN
       READ AP-INVOICES-FILE NEXT RECORD
       IF FS-AP = FS-OK
          ADD 1 TO WS-CNT-READ (WS-F-AP)
          PERFORM ARCHIVE-ONE-AP-INVOICE
       ELSE
          SET END-OF-SCAN TO TRUE
       END-IF
    END-PERFORM
    .

ARCHIVE-ONE-AP-INVOICE.
    MOVE WS-F-AP TO WS-FILE-I
    IF NOT AP-IS-PAID OF AP-RECORD
       OR AP-IN-REMIT OF AP-RECORD
       OR AP-APPROVAL-PENDING OF AP-RECORD
       OR AP-PAID-DATE OF AP-RECORD IS NOT NUMERIC
       OR AP-PAID-DATE OF AP-RECORD = 0
       OR AP-PAID-DATE OF AP-RECORD NOT < WS-CUTOFF-DATE
       OR AP-ISSUE-DATE OF AP-RECORD NOT < WS-CUTOFF-DATE
       ADD 1 TO WS-CNT-OPEN (WS-F-AP)
       EXIT PARAGRAPH
    END-IF

    PERFORM RESET-TXN-REFS
    MOVE AP-ENTRY-TXN-ID OF AP-RECORD TO WS-REF-TXN-ID
    PERFORM NOTE-TXN-REF
    MOVE AP-PAYMENT-TXN-ID OF AP-RECORD TO WS-REF-TXN-ID
    PERFORM NOTE-TXN-REF

    *> Baixas: todas antes do corte, e os lancamentos delas
    *> entram nas referencias
    MOVE "N" TO WS-LATE-SWITCH
    MOVE AP-VENDOR-ID OF AP-RECORD  TO WS-DOC-VENDOR-ID
    MOVE AP-INVOICE-NO OF AP-RECORD TO WS-DOC-INVOICE-NO
    MOVE WS-DOC-VENDOR-ID  TO AS-VENDOR-ID OF AS-RECORD
    MOVE WS-DOC-INVOICE-NO TO AS-INVOICE-NO OF AS-RECORD
    MOVE 0 TO AS-SEQ OF AS-RECORD
    START AP-SETTLEMENTS-FILE KEY IS NOT LESS THAN AS-KEY OF AS-RECORD
    IF FS-AS = FS-OK
       READ AP-SETTLEMENTS-FILE NEXT RECORD
       PERFORM UNTIL FS-AS NOT = FS-OK
             OR AS-VENDOR-ID OF AS-RECORD NOT = WS-DOC-VENDOR-ID
             OR AS-INVOICE-NO OF AS-RECORD NOT = WS-DOC-INVOICE-NO
          IF AS-DATE OF AS-RECORD NOT < WS-CUTOFF-DATE
             SET DOC-HAS-LATE-MOVE TO TRUE
          END-IF
          MOVE AS-TXN-ID OF AS-RECORD TO WS-REF-TXN-ID
          PERFORM NOTE-TXN-REF
          READ AP-SETTLEMENTS-FILE NEXT RECORD
       END-PERFORM
    END-IF
    IF DOC-HAS-LATE-MOVE
       ADD 1 TO WS-CNT-OPEN (WS-F-AP)
       EXIT PARAGRAPH
    END-IF

    PERFORM DECIDE-TXN-REFS
    IF NOT REF-ALLOWS-ARCHIVE
       PERFORM COUNT-REF-REFUSAL
       EXIT PARAGRAPH
    END-IF

    *> Chave ja usada no historico: so segue se for o mesmo
    *> documento (reexecucao depois de uma queda)
    MOVE AP-KEY OF AP-RECORD TO AP-KEY OF APH-RECORD
    READ AP-INVOICES-HIST-FILE
    IF FS-AP-HIST = FS-OK
       IF APH-RECORD NOT = AP-RECORD
          ADD 1 TO WS-CNT-CONFLICT (WS-F-AP)
          MOVE "chave ja usada no historico" TO WS-DETAIL-TEXT
          PERFORM PRINT-AP-DETAIL
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE AP-RECORD TO APH-RECORD
       WRITE APH-RECORD
       IF FS-AP-HIST NOT = FS-OK
          ADD 1 TO WS-CNT-ERROR (WS-F-AP)
          MOVE SPACES TO WS-DETAIL-TEXT
          STRING "erro ao gravar historico - STATUS " FS-AP-HIST
                 DELIMITED BY SIZE INTO WS-DETAIL-TEXT
          PERFORM PRINT-AP-DETAIL
          EXIT PARAGRAPH
       END-IF
    END-IF

    PERFORM MOVE-AP-SETTLEMENTS

    DELETE AP-INVOICES-FILE RECORD
    IF FS-AP NOT = FS-OK
       ADD 1 TO WS-CNT-ERROR (WS-F-AP)
       MOVE SPACES TO WS-DETAIL-TEXT
       STRING "erro ao apagar do vivo - STATUS " FS-AP
              DELIMITED BY SIZE INTO WS-DETAIL-TEXT
       PERFORM PRINT-AP-DETAIL
    ELSE
       ADD 1 TO WS-CNT-ARCHIVED (WS-F-AP)
    END-IF
    .

MOVE-AP-SETTLEMENTS.
    *> Linha ja presente no historico (reexecucao) e regravada
    *> com a do vivo - o cabecalho ja provou que o documento e o
    *> mesmo
    MOVE WS-DOC-VENDOR-ID  TO AS-VENDOR-ID OF AS-RECORD
    MOVE WS-DOC-INVOICE-NO TO AS-INVOICE-NO OF AS-RECORD
    MOVE 0 TO AS-SEQ OF AS-RECORD
    START AP-SETTLEMENTS-FILE KEY IS NOT LESS THAN AS-KEY OF AS-RECORD
    IF FS-AS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    READ AP-SETTLEMENTS-FILE NEXT RECORD
    PERFORM UNTIL FS-AS NOT = FS-OK
          OR AS-VENDOR-ID OF AS-RECORD NOT = WS-DOC-VENDOR-ID
          OR AS-INVOICE-NO OF AS-RECORD NOT = WS-DOC-INVOICE-NO
       ADD 1 TO WS-CNT-READ (WS-F-AS)
       MOVE AS-RECORD TO ASH-RECORD
       WRITE ASH-RECORD
       IF FS-AS-HIST = FS-DUPLICATE-KEY
          MOVE AS-RECORD TO ASH-RECORD
          REWRITE ASH-RECORD
       END-IF
       IF FS-AS-HIST NOT = FS-OK
          ADD 1 TO WS-CNT-ERROR (WS-F-AS)
          MOVE SPACES TO WS-DETAIL-TEXT
          STRING "baixa " AS-SEQ OF AS-RECORD
                 " nao gravada no historico - STATUS " FS-AS-HIST
                 DELIMITED BY SIZE INTO WS-DETAIL-TEXT
          PERFORM PRINT-AP-DETAIL
       ELSE
          DELETE AP-SETTLEMENTS-FILE RECORD
          IF FS-AS = FS-OK
             ADD 1 TO WS-CNT-ARCHIVED (WS-F-AS)
          ELSE
             ADD 1 TO WS-CNT-ERROR (WS-F-AS)
          END-IF
       END-IF
       READ AP-SETTLEMENTS-FILE NEXT RECORD
    END-PERFORM
    .

PRINT-AP-DETAIL.
    MOVE SPACES TO WS-RP-LINE
    STRING "  AP  fornecedor " WS-DOC-VENDOR-ID
           " fatura " WS-DOC-INVOICE-NO " - " WS-DETAIL-TEXT
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

*> ------------------------------------------------------------
*> AR - faturas de cliente
*> ------------------------------------------------------------
ARCHIVE-AR-INVOICES.
    MOVE WS-F-AR TO WS-FILE-I
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-SCAN
       READ AR-INVOICES-FILE NEXT RECORD
       IF FS-AR = FS-OK
          ADD 1 TO WS-CNT-READ (WS-F-AR)
          PERFORM ARCHIVE-ONE-AR-INVOICE
       ELSE
          SET END-OF-SCAN TO TRUE
       END-IF
    END-PERFORM
    .

ARCHIVE-ONE-AR-INVOICE.
    MOVE WS-F-AR TO WS-FILE-I
    IF NOT AR-IS-PAID OF AR-RECORD
       OR AR-IN-REMIT OF AR-RECORD
       OR AR-NFSE-TO-SEND OF AR-RECORD
       OR AR-NFSE-SENT OF AR-RECORD
       OR AR-PAID-DATE OF AR-RECORD IS NOT NUMERIC
       OR AR-PAID-DATE OF AR-RECORD = 0
       OR AR-PAID-DATE OF AR-RECORD NOT < WS-CUTOFF-DATE
       OR AR-ISSUE-DATE OF AR-RECORD NOT < WS-CUTOFF-DATE
       ADD 1 TO WS-CNT-OPEN (WS-F-AR)
       EXIT PARAGRAPH
    END-IF

    PERFORM RESET-TXN-REFS
    MOVE AR-ENTRY-TXN-ID OF AR-RECORD TO WS-REF-TXN-ID
    PERFORM NOTE-TXN-REF
    MOVE AR-RECEIPT-TXN-ID OF AR-RECORD TO WS-REF-TXN-ID
    PERFORM NOTE-TXN-REF
    PERFORM DECIDE-TXN-REFS
    IF NOT REF-ALLOWS-ARCHIVE
       PERFORM COUNT-REF-REFUSAL
       EXIT PARAGRAPH
    END-IF

    MOVE AR-KEY OF AR-RECORD TO AR-KEY OF ARH-RECORD
    READ AR-INVOICES-HIST-FILE
    IF FS-AR-HIST = FS-OK
       IF ARH-RECORD NOT = AR-RECORD
          ADD 1 TO WS-CNT-CONFLICT (WS-F-AR)
          MOVE "chave ja usada no historico" TO WS-DETAIL-TEXT
          PERFORM PRINT-AR-DETAIL
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE AR-RECORD TO ARH-RECORD
       WRITE ARH-RECORD
       IF FS-AR-HIST NOT = FS-OK
          ADD 1 TO WS-CNT-ERROR (WS-F-AR)
          MOVE SPACES TO WS-DETAIL-TEXT
          STRING "erro ao gravar historico - STATUS " FS-AR-HIST
                 DELIMITED BY SIZE INTO WS-DETAIL-TEXT
          PERFORM PRINT-AR-DETAIL
          EXIT PARAGRAPH
       END-IF
    END-IF

    DELETE AR-INVOICES-FILE RECORD
    IF FS-AR NOT = FS-OK
       ADD 1 TO WS-CNT-ERROR (WS-F-AR)
       MOVE SPACES TO WS-DETAIL-TEXT
       STRING "erro ao apagar do vivo - STATUS " FS-AR
              DELIMITED BY SIZE INTO WS-DETAIL-TEXT
       PERFORM PRINT-AR-DETAIL
    ELSE
       ADD 1 TO WS-CNT-ARCHIVED (WS-F-AR)
    END-IF
    .

PRINT-AR-DETAIL.
    MOVE SPACES TO WS-RP-LINE
    STRING "  AR  cliente " AR-CUSTOMER-ID OF AR-RECORD
           " fatura " AR-INVOICE-NO OF AR-RECORD " - " WS-DETAIL-TEXT
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

*> ------------------------------------------------------------
*> Proposta de pagamento - itens remetidos ou excluidos
*> ------------------------------------------------------------
ARCHIVE-PAY-PROPOSAL.
    MOVE WS-F-PP TO WS-FILE-I
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-SCAN
       READ PAY-PROPOSAL-FILE NEXT RECORD
       IF FS-PP = FS-OK
          ADD 1 TO WS-CNT-READ (WS-F-PP)
          PERFORM ARCHIVE-ONE-PROPOSAL-ITEM
       ELSE
          SET END-OF-SCAN TO TRUE
       END-IF
    END-PERFORM
    .

ARCHIVE-ONE-PROPOSAL-ITEM.
    MOVE WS-F-PP TO WS-FILE-I
    IF NOT (PP-IS-REMITTED OF PP-RECORD OR PP-IS-EXCLUDED OF PP-RECORD)
       OR PP-PROPOSAL-DATE OF PP-RECORD IS NOT NUMERIC
       OR PP-PROPOSAL-DATE OF PP-RECORD NOT < WS-CUTOFF-DATE
       ADD 1 TO WS-CNT-OPEN (WS-F-PP)
       EXIT PARAGRAPH
    END-IF

    *> Item de fornecedor acompanha a fatura: so vai quando ela
    *> ja esta no historico desta empresa. Item de funcionario
    *> nao tem lancamento - regra do documento sem lancamento.
    IF PP-PAYEE-EMPLOYEE OF PP-RECORD
       PERFORM RESET-TXN-REFS
       PERFORM DECIDE-TXN-REFS
       IF NOT REF-ALLOWS-ARCHIVE
          PERFORM COUNT-REF-REFUSAL
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE PP-VENDOR-ID OF PP-RECORD  TO AP-VENDOR-ID OF APH-RECORD
       MOVE PP-INVOICE-NO OF PP-RECORD TO AP-INVOICE-NO OF APH-RECORD
       READ AP-INVOICES-HIST-FILE
       IF FS-AP-HIST NOT = FS-OK
          MOVE PP-VENDOR-ID OF PP-RECORD  TO AP-VENDOR-ID OF AP-RECORD
          MOVE PP-INVOICE-NO OF PP-RECORD TO AP-INVOICE-NO OF AP-RECORD
          READ AP-INVOICES-FILE
          IF FS-AP = FS-OK
             ADD 1 TO WS-CNT-OPEN (WS-F-PP)
          ELSE
             ADD 1 TO WS-CNT-OTHER-CO (WS-F-PP)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-IF

    *> Um documento pode passar por varias propostas: no
    *> historico fica a mais recente
    MOVE PP-KEY OF PP-RECORD TO PP-KEY OF PPH-RECORD
    READ PAY-PROPOSAL-HIST-FILE
    IF FS-PP-HIST = FS-OK
       IF PP-PROPOSAL-DATE OF PP-RECORD
             NOT < PP-PROPOSAL-DATE OF PPH-RECORD
          MOVE PP-RECORD TO PPH-RECORD
          REWRITE PPH-RECORD
       END-IF
    ELSE
       MOVE PP-RECORD TO PPH-RECORD
       WRITE PPH-RECORD
    END-IF
    IF FS-PP-HIST NOT = FS-OK
       ADD 1 TO WS-CNT-ERROR (WS-F-PP)
       MOVE SPACES TO WS-RP-LINE
       STRING "  PP  favorecido " PP-VENDOR-ID OF PP-RECORD
              " documento " PP-INVOICE-NO OF PP-RECORD
              " - erro ao gravar historico - STATUS " FS-PP-HIST
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       EXIT PARAGRAPH
    END-IF

    DELETE PAY-PROPOSAL-FILE RECORD
    IF FS-PP = FS-OK
       ADD 1 TO WS-CNT-ARCHIVED (WS-F-PP)
    ELSE
       ADD 1 TO WS-CNT-ERROR (WS-F-PP)
    END-IF
    .

*> ------------------------------------------------------------
*> Estoque - movimentos de cada item, sempre um prefixo e nunca
*> o ultimo
*> ------------------------------------------------------------
LOAD-ITEM-LAST-SEQ.
    MOVE 0 TO WS-ITEM-COUNT
    MOVE 0 TO IM-ITEM-ID OF IM-RECORD
    MOVE 0 TO IM-SEQ OF IM-RECORD
    START INV-MOVES-FILE KEY IS NOT LESS THAN IM-KEY OF IM-RECORD
    IF FS-IM NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-SCAN
       READ INV-MOVES-FILE NEXT RECORD
       IF FS-IM NOT = FS-OK
          SET END-OF-SCAN TO TRUE
       ELSE
          IF WS-ITEM-COUNT > 0
             AND WS-ITEM-ID (WS-ITEM-COUNT) = IM-ITEM-ID OF IM-RECORD
             MOVE IM-SEQ OF IM-RECORD
               TO WS-ITEM-LAST-SEQ (WS-ITEM-COUNT)
          ELSE
             IF WS-ITEM-COUNT >= 3000
                SET ITEM-TABLE-OVERFLOWED TO TRUE
                SET END-OF-SCAN TO TRUE
             ELSE
                ADD 1 TO WS-ITEM-COUNT
                MOVE IM-ITEM-ID OF IM-RECORD
                  TO WS-ITEM-ID (WS-ITEM-COUNT)
                MOVE IM-SEQ OF IM-RECORD
                  TO WS-ITEM-LAST-SEQ (WS-ITEM-COUNT)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .

ARCHIVE-INV-MOVES.
    MOVE WS-F-IM TO WS-FILE-I
    MOVE 0 TO WS-ITEM-I
    MOVE 0 TO WS-CUR-ITEM-ID
    MOVE 0 TO IM-ITEM-ID OF IM-RECORD
    MOVE 0 TO IM-SEQ OF IM-RECORD
    START INV-MOVES-FILE KEY IS NOT LESS THAN IM-KEY OF IM-RECORD
    IF FS-IM NOT = FS-OK
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-SCAN
       READ INV-MOVES-FILE NEXT RECORD
       IF FS-IM = FS-OK
          ADD 1 TO WS-CNT-READ (WS-F-IM)
          IF IM-ITEM-ID OF IM-RECORD NOT = WS-CUR-ITEM-ID
             *> Item novo: a tabela anda na mesma ordem da chave
             MOVE IM-ITEM-ID OF IM-RECORD TO WS-CUR-ITEM-ID
             MOVE "N" TO WS-ITEM-BLOCK-SW
             ADD 1 TO WS-ITEM-I
          END-IF
          PERFORM ARCHIVE-ONE-INV-MOVE
       ELSE
          SET END-OF-SCAN TO TRUE
       END-IF
    END-PERFORM
    .

ARCHIVE-ONE-INV-MOVE.
    MOVE WS-F-IM TO WS-FILE-I
    *> Item alem da tabela (mais de 3000 itens): fica para a
    *> proxima execucao
    IF WS-ITEM-I > WS-ITEM-COUNT
       ADD 1 TO WS-CNT-OPEN (WS-F-IM)
       EXIT PARAGRAPH
    END-IF
    IF WS-ITEM-ID (WS-ITEM-I) NOT = IM-ITEM-ID OF IM-RECORD
       ADD 1 TO WS-CNT-OPEN (WS-F-IM)
       EXIT PARAGRAPH
    END-IF

    *> Depois do primeiro movimento que fica, o resto do item
    *> fica tambem (o historico e sempre o comeco do extrato)
    IF ITEM-IS-BLOCKED
       ADD 1 TO WS-CNT-OPEN (WS-F-IM)
       EXIT PARAGRAPH
    END-IF
    IF IM-SEQ OF IM-RECORD NOT < WS-ITEM-LAST-SEQ (WS-ITEM-I)
       OR IM-DATE OF IM-RECORD NOT < WS-CUTOFF-DATE
       SET ITEM-IS-BLOCKED TO TRUE
       ADD 1 TO WS-CNT-OPEN (WS-F-IM)
       EXIT PARAGRAPH
    END-IF

    PERFORM RESET-TXN-REFS
    MOVE IM-TXN-ID OF IM-RECORD TO WS-REF-TXN-ID
    PERFORM NOTE-TXN-REF
    PERFORM DECIDE-TXN-REFS
    IF NOT REF-ALLOWS-ARCHIVE
       SET ITEM-IS-BLOCKED TO TRUE
       PERFORM COUNT-REF-REFUSAL
       EXIT PARAGRAPH
    END-IF

    MOVE IM-KEY OF IM-RECORD TO IM-KEY OF IMH-RECORD
    READ INV-MOVES-HIST-FILE
    IF FS-IM-HIST = FS-OK
       IF IMH-RECORD NOT = IM-RECORD
          SET ITEM-IS-BLOCKED TO TRUE
          ADD 1 TO WS-CNT-CONFLICT (WS-F-IM)
          MOVE "chave ja usada no historico" TO WS-DETAIL-TEXT
          PERFORM PRINT-IM-DETAIL
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE IM-RECORD TO IMH-RECORD
       WRITE IMH-RECORD
       IF FS-IM-HIST NOT = FS-OK
          SET ITEM-IS-BLOCKED TO TRUE
          ADD 1 TO WS-CNT-ERROR (WS-F-IM)
          MOVE SPACES TO WS-DETAIL-TEXT
          STRING "erro ao gravar historico - STATUS " FS-IM-HIST
                 DELIMITED BY SIZE INTO WS-DETAIL-TEXT
          PERFORM PRINT-IM-DETAIL
          EXIT PARAGRAPH
       END-IF
    END-IF

    DELETE INV-MOVES-FILE RECORD
    IF FS-IM NOT = FS-OK
       SET ITEM-IS-BLOCKED TO TRUE
       ADD 1 TO WS-CNT-ERROR (WS-F-IM)
       MOVE SPACES TO WS-DETAIL-TEXT
       STRING "erro ao apagar do vivo - STATUS " FS-IM
              DELIMITED BY SIZE INTO WS-DETAIL-TEXT
       PERFORM PRINT-IM-DETAIL
    ELSE
       ADD 1 TO WS-CNT-ARCHIVED (WS-F-IM)
    END-IF
    .

PRINT-IM-DETAIL.
    MOVE SPACES TO WS-RP-LINE
    STRING "  EST item " IM-ITEM-ID OF IM-RECORD
           " movimento " IM-SEQ OF IM-RECORD " - " WS-DETAIL-TEXT
           DELIMITED BY SIZE INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

*> ------------------------------------------------------------
*> Resumo
*> ------------------------------------------------------------
PRINT-SUMMARY.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Arquivo           Lidos Arquivad Abert/pos Lanc.vivo Out.empr Conflito     Erro"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-FILE-I FROM 1 BY 1 UNTIL WS-FILE-I > 5
       MOVE WS-CNT-READ (WS-FILE-I)     TO WS-EDIT-READ
       MOVE WS-CNT-ARCHIVED (WS-FILE-I) TO WS-EDIT-ARCH
       MOVE WS-CNT-OPEN (WS-FILE-I)     TO WS-EDIT-OPEN
       MOVE WS-CNT-LIVE-JR (WS-FILE-I)  TO WS-EDIT-LIVE
       MOVE WS-CNT-OTHER-CO (WS-FILE-I) TO WS-EDIT-OTHER
       MOVE WS-CNT-CONFLICT (WS-FILE-I) TO WS-EDIT-CONFL
       MOVE WS-CNT-ERROR (WS-FILE-I)    TO WS-EDIT-ERROR
       MOVE SPACES TO WS-RP-LINE
       STRING WS-FILE-NAME (WS-FILE-I) " " WS-EDIT-READ
              "  " WS-EDIT-ARCH "   " WS-EDIT-OPEN
              "   " WS-EDIT-LIVE "  " WS-EDIT-OTHER
              "  " WS-EDIT-CONFL "  " WS-EDIT-ERROR
              DELIMITED BY SIZE INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       ADD WS-CNT-ARCHIVED (WS-FILE-I) TO WS-TOTAL-ARCHIVED
       ADD WS-CNT-CONFLICT (WS-FILE-I) TO WS-TOTAL-PROBLEMS
       ADD WS-CNT-ERROR (WS-FILE-I)    TO WS-TOTAL-PROBLEMS
    END-PERFORM

    IF WS-CNT-LIVE-JR (WS-F-AP) + WS-CNT-LIVE-JR (WS-F-AR)
       + WS-CNT-LIVE-JR (WS-F-IM) > 0
       MOVE SPACES TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE "Obs.: documentos com lancamento no JOURNAL vivo ficam - rode o ARCHIVE-JOURNAL com o mesmo corte antes."
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    IF ITEM-TABLE-OVERFLOWED
       MOVE "*** Mais de 3000 itens com movimento - o excedente fica para a proxima execucao ***"
         TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "SA0001" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    MOVE WS-TOTAL-ARCHIVED TO WS-EDIT-ARCH
    STRING "Corte " WS-CUTOFF-DATE " - registros arquivados: "
           WS-EDIT-ARCH
           DELIMITED BY SIZE INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    IF WS-TOTAL-PROBLEMS > 0
       MOVE "W" TO WS-BL-SEVERITY
       MOVE "SA0010" TO WS-BL-MSG-CODE
       MOVE SPACES TO WS-BL-TEXT
       MOVE WS-TOTAL-PROBLEMS TO WS-EDIT-ERROR
       STRING "Conflitos/erros de arquivamento: " WS-EDIT-ERROR
              " - ver relatorio ARQ-AUX"
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
    MOVE "ARQUIV" TO BS-ST-TAG (1)
    MOVE WS-TOTAL-ARCHIVED TO BS-ST-VALUE (1)
    MOVE "FATAP" TO BS-ST-TAG (2)
    MOVE WS-CNT-ARCHIVED (WS-F-AP) TO BS-ST-VALUE (2)
    MOVE "FATAR" TO BS-ST-TAG (3)
    MOVE WS-CNT-ARCHIVED (WS-F-AR) TO BS-ST-VALUE (3)
    MOVE "S" TO WS-BL-OP-CODE
    MOVE "I" TO WS-BL-SEVERITY
    MOVE "SA0998" TO WS-BL-MSG-CODE
    MOVE BS-STAT-TEXT TO WS-BL-TEXT
    CALL "BATCH-LOG" USING
         WS-BL-OP-CODE
         WS-BL-PROGRAM
         WS-BL-SEVERITY
         WS-BL-MSG-CODE
         WS-BL-TEXT
         WS-BL-RETURN-STATUS
    .
