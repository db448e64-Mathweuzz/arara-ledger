>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: nfe-import.cob
*> Objetivo:
*>   - Importacao das NF-e de fornecedor recebidas em XML: cada
*>     nota vira a fatura a pagar em AP-INVOICES e o lancamento
*>     de registro via JOURNAL-IO, exatamente como a opcao 4 do
*>     AP-MENU faria - acabando com a redigitacao de CNPJ,
*>     numero, datas, valor e impostos.
*>   - Os XML ficam no diretorio data/nfe-inbox/; o step
*>     nfe-import do jcl/run-step.sh junta todos num unico
*>     arquivo de trabalho "data/nfe-inbox.txt", uma tag por
*>     linha e cada nota aberta por uma linha "#ARQ <arquivo>",
*>     que e o que este programa le. As notas importadas saem
*>     listadas em "data/nfe-imported.lst" e o step as move para
*>     data/nfe-inbox/importados/; as recusadas ficam no inbox.
*>   - Tags aproveitadas do XML: ide/nNF (numero da fatura),
*>     ide/dhEmi ou dEmi (emissao), emit/CNPJ (fornecedor, pelo
*>     VD-CNPJ do VENDORS-IO), ICMSTot/vNF (valor), o primeiro
*>     cobr/dup/dVenc (vencimento), o primeiro xPed (pedido de
*>     compra) e infProt/cStat (nota autorizada = 100).
*>   - Cada nota e tratada sozinha (uma nota ruim nao derruba as
*>     outras). Vai para o relatorio de excecoes espoolado
*>     NFE-EXCECOES, sem gravar nada: CNPJ emitente sem
*>     fornecedor cadastrado (ou fornecedor inativo), fatura ja
*>     registrada (fornecedor + numero, inclusive arquivada
*>     pelo SUBL-ARCHIVE), emissao em periodo
*>     fechado, XML incompleto ou nota nao autorizada, conta do
*>     fornecedor invalida, retencao inexistente e pedido que
*>     nao casa.
*>   - Registro igual ao da opcao 4: despesa pela conta padrao
*>     do fornecedor, passivo na conta do parametro NFE-AP-ACCT
*>     (SYS-PARAMS - sem ele nada e importado, RC 8),
*>     vencimento do XML (ou emissao + prazo do fornecedor)
*>     rolado para dia util pelo BIZ-DAY, retencao na fonte
*>     pelo VD-WHT-CODE do fornecedor, pedido casado com a
*>     tolerancia PO-TOL-PCT e o faturado do pedido liberado.
*>     Pedido com entrada de estoque nao faturada (GRNI): a
*>     nota debita a GRNI-ACCT pelo recebido que cobre (regra
*>     do GRNI-CLEAR) e a diferenca vai para a GRNI-PPV-ACCT.
*>     A alcada de aprovacao tambem vale: sem pedido ou acima
*>     do AP-APPROVAL-LIMIT a fatura nasce pendente (registrada
*>     por NFEIMPRT).
*>   - RC 0 tudo importado, RC 4 com excecoes, RC 8 erro geral.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. NFE-IMPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NFE-FILE ASSIGN TO "data/nfe-inbox.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-NFE.

    SELECT IMPORTED-FILE ASSIGN TO "data/nfe-imported.lst"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-IMPORTED.

DATA DIVISION.
FILE SECTION.

FD  NFE-FILE.
01  NFE-LINE PIC X(512).

FD  IMPORTED-FILE.
01  IMPORTED-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "NFEIMPRT".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

01 FS-NFE               PIC XX.
01 FS-IMPORTED          PIC XX.
01 WS-EOF-SWITCH        PIC X VALUE "N".
   88 END-OF-NFE              VALUE "Y".

*> Spool do relatorio de excecoes (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "NFE-EXCECOES".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

*> Quebra da linha XML: "<tag atributos>valor</tag>"
01 WS-XML-LINE          PIC X(512).
01 WS-XML-LEAD          PIC 9(4).
01 WS-X-BEFORE          PIC X(8).
01 WS-X-TAG-FULL        PIC X(120).
01 WS-X-TAG             PIC X(40).
01 WS-X-VALUE           PIC X(120).

*> Secao do XML em que a leitura esta
01 WS-IN-EMIT-SW        PIC X VALUE "N".
   88 IN-EMIT                 VALUE "Y".
01 WS-IN-IDE-SW         PIC X VALUE "N".
   88 IN-IDE                  VALUE "Y".
01 WS-IN-TOTAL-SW       PIC X VALUE "N".
   88 IN-ICMS-TOTAL           VALUE "Y".
01 WS-IN-PROT-SW        PIC X VALUE "N".
   88 IN-PROT                 VALUE "Y".

*> Nota corrente (campos tirados do XML)
01 WS-DOC-OPEN-SW       PIC X VALUE "N".
   88 DOC-IS-OPEN             VALUE "Y".
01 WS-DOC-FILE          PIC X(200).
01 WS-N-CNPJ            PIC X(14).
01 WS-N-NUMBER          PIC X(12).
01 WS-N-ISSUE-TXT       PIC X(10).
01 WS-N-DUE-TXT         PIC X(10).
01 WS-N-AMOUNT-TXT      PIC X(20).
01 WS-N-XPED            PIC X(15).
01 WS-N-CSTAT           PIC X(3).
01 WS-N-ISSUE-DATE      PIC 9(8).
01 WS-N-DUE-DATE        PIC 9(8).
01 WS-N-AMOUNT          PIC 9(15).

*> Conversao de data AAAA-MM-DD e de valor "1234.56"
01 WS-DT-SOURCE         PIC X(10).
01 WS-DT-YYYY           PIC X(4).
01 WS-DT-MM             PIC X(2).
01 WS-DT-DD             PIC X(2).
01 WS-DT-TEXT           PIC X(8).
01 WS-DT-NUMBER         PIC 9(8).
01 WS-AMT-INT-TXT       PIC X(15).
01 WS-AMT-DEC-TXT       PIC X(4).
01 WS-AMT-INT-LEN       PIC 9(4).
01 WS-AMT-DEC-LEN       PIC 9(4).
01 WS-AMT-INT           PIC 9(13).
01 WS-AMT-DEC           PIC 9(2).
01 WS-NUM-CHECK         PIC 9(4).

*> Motivo da recusa da nota corrente (vai para o spool)
01 WS-REJECT-REASON     PIC X(80).
01 WS-NFE-OK-SW         PIC X.
   88 NFE-IS-OK               VALUE "Y".

01 WS-RUN-DATE          PIC 9(8).
01 WS-READ-COUNT        PIC 9(6)  VALUE 0.
01 WS-CREATED-COUNT     PIC 9(6)  VALUE 0.
01 WS-CREATED-TOTAL     PIC 9(18) VALUE 0.
01 WS-PENDING-COUNT     PIC 9(6)  VALUE 0.
01 WS-EXCEPTION-COUNT   PIC 9(6)  VALUE 0.

*> Parametros (SYS-PARAMS)
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE SPACES.
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-NFE-AP-ACCT       PIC 9(10) VALUE 0.
01 WS-AP-APPROVAL-LIMIT PIC 9(15) VALUE 0.
01 WS-PO-TOL-PCT        PIC 9(5)  VALUE 500.
01 WS-GRNI-ACCT         PIC 9(10) VALUE 0.
01 WS-GRNI-PPV-ACCT     PIC 9(10) VALUE 0.

*> Recebimentos nao faturados do pedido (GRNI-CLEAR)
01 WS-GC-OP-CODE        PIC X.
01 WS-GC-OPEN-CENTS     PIC 9(15).
01 WS-GC-CLEAR-CENTS    PIC 9(15).
01 WS-GC-TXN-ID         PIC 9(12).
01 WS-GC-RETURN-STATUS  PIC XX.
01 WS-GRNI-LINE         PIC 9(3).

01 WS-VD-OP-CODE        PIC X.
COPY "vendors.cpy" REPLACING ==VD-RECORD== BY ==WS-VD-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.
01 WS-VD-FOUND-SW       PIC X.
   88 VENDOR-FOUND            VALUE "Y".
01 WS-FOUND-VENDOR-ID   PIC 9(6).

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

01 WS-PO-OP-CODE        PIC X.
COPY "purchase-orders.cpy" REPLACING ==PO-RECORD== BY ==WS-PO-RECORD==.
01 WS-PO-RETURN-STATUS  PIC XX.
01 WS-PO-MATCH-NUMBER   PIC 9(8).
01 WS-PO-OPEN-CENTS     PIC S9(16).
01 WS-PO-TOLERANCE      PIC S9(16).

01 WS-TX-OP-CODE        PIC X.
COPY "tax-codes.cpy" REPLACING ==TX-RECORD== BY ==WS-TX-RECORD==.
01 WS-TX-RETURN-STATUS  PIC XX.

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
01 WS-ACCT-OK-SWITCH    PIC X.
   88 IMPORT-ACCOUNT-OK       VALUE "Y".

01 WS-PC-OP-CODE        PIC X.
COPY "period-ctl.cpy" REPLACING ==PC-RECORD== BY ==WS-PC-RECORD==.
01 WS-PC-RETURN-STATUS  PIC XX.

01 WS-BD-OP-CODE        PIC X.
01 WS-BD-DATE           PIC 9(8).
01 WS-BD-DAYS           PIC 9(3).
01 WS-BD-ROLL-RULE      PIC X.
01 WS-BD-BIZ-FLAG       PIC X.
01 WS-BD-RETURN-STATUS  PIC XX.

01 WS-SQ-OP-CODE        PIC X.
01 WS-SQ-RANGE-CODE     PIC X.
01 WS-SQ-TXN-ID         PIC 9(12).
01 WS-SQ-RETURN-STATUS  PIC XX.

01 WS-JR-OP-CODE        PIC X.
01 WS-JR-DATE-TO        PIC 9(8).
01 WS-JR-SEARCH-AMOUNT-MIN PIC 9(15).
01 WS-JR-SEARCH-AMOUNT-MAX PIC 9(15).
01 WS-JR-SEARCH-MEMO       PIC X(60).
01 WS-JR-OPERATOR-ID       PIC X(8) VALUE "NFEIMPRT".
01 WS-JR-RETURN-STATUS  PIC XX.

COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== NFE-IMPORT - Importacao de NF-e de fornecedor ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "NI0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-IMPORT-PARAMS
    IF WS-NFE-AP-ACCT = 0
       DISPLAY "*** Parametro NFE-AP-ACCT (conta de fornecedores das"
       DISPLAY "*** notas importadas) nao cadastrado no SYS-PARAMS."
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "NI0008" TO WS-BL-MSG-CODE
       MOVE "SEM PARAMETRO NFE-AP-ACCT - NADA IMPORTADO" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-NFE-AP-ACCT TO WS-AC-ACCOUNT-ID
    PERFORM CHECK-IMPORT-ACCOUNT
    IF NOT IMPORT-ACCOUNT-OK
       DISPLAY "*** Conta NFE-AP-ACCT " WS-NFE-AP-ACCT
               " inexistente ou inativa - nada importado."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO FS-NFE
    OPEN INPUT NFE-FILE
    IF FS-NFE NOT = FS-OK
       DISPLAY "Erro ao abrir data/nfe-inbox.txt. STATUS: " FS-NFE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO FS-IMPORTED
    OPEN OUTPUT IMPORTED-FILE
    IF FS-IMPORTED NOT = FS-OK
       DISPLAY "Erro ao abrir data/nfe-imported.lst. STATUS: "
               FS-IMPORTED
       CLOSE NFE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-RUN-DATE TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    MOVE "RELATORIO DE EXCECOES - IMPORTACAO DE NF-e" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Execucao de " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM READ-NEXT-LINE
    PERFORM UNTIL END-OF-NFE
       IF NFE-LINE (1:5) = "#ARQ "
          IF DOC-IS-OPEN
             PERFORM PROCESS-ONE-NFE
          END-IF
          PERFORM START-NEW-NFE
       ELSE
          IF DOC-IS-OPEN
             PERFORM SCAN-XML-LINE
          END-IF
       END-IF
       PERFORM READ-NEXT-LINE
    END-PERFORM
    IF DOC-IS-OPEN
       PERFORM PROCESS-ONE-NFE
    END-IF

    CLOSE NFE-FILE
    CLOSE IMPORTED-FILE

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Notas lidas: " DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           "  importadas: " DELIMITED BY SIZE
           WS-CREATED-COUNT DELIMITED BY SIZE
           "  excecoes: " DELIMITED BY SIZE
           WS-EXCEPTION-COUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM CLOSE-REPORT-SPOOL

    DISPLAY " "
    DISPLAY "Notas lidas................: " WS-READ-COUNT
    DISPLAY "Faturas importadas.........: " WS-CREATED-COUNT
    DISPLAY "  pendentes de aprovacao...: " WS-PENDING-COUNT
    DISPLAY "Valor total importado......: " WS-CREATED-TOTAL
    DISPLAY "Excecoes (spool NFE-EXCECOES): " WS-EXCEPTION-COUNT

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "NI0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "FIM - IMPORTADAS " DELIMITED BY SIZE
           WS-CREATED-COUNT DELIMITED BY SIZE
           " EXCECOES " DELIMITED BY SIZE
           WS-EXCEPTION-COUNT DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "NFE-IMPORT - Fim"
    IF WS-EXCEPTION-COUNT NOT = 0
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
    END-IF
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

READ-NEXT-LINE.
    READ NFE-FILE
    IF FS-NFE NOT = FS-OK
       SET END-OF-NFE TO TRUE
    END-IF
    .

LOAD-IMPORT-PARAMS.
    MOVE SPACE TO WS-SP-RECORD
    MOVE "NFE-AP-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-NFE-AP-ACCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "AP-APPROVAL-LIMIT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-AP-APPROVAL-LIMIT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "PO-TOL-PCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-PO-TOL-PCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "GRNI-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-GRNI-ACCT
    END-IF

    MOVE SPACE TO WS-SP-RECORD
    MOVE "GRNI-PPV-ACCT" TO SP-KEY OF WS-SP-RECORD
    PERFORM READ-SYS-PARAM
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-GRNI-PPV-ACCT
    END-IF
    .

READ-SYS-PARAM.
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    .

*> ============================================================
*>   Leitura do XML - uma tag por linha
*> ============================================================
START-NEW-NFE.
    SET DOC-IS-OPEN TO TRUE
    ADD 1 TO WS-READ-COUNT
    MOVE NFE-LINE (6:200) TO WS-DOC-FILE
    MOVE SPACES TO WS-N-CNPJ WS-N-NUMBER WS-N-ISSUE-TXT
                   WS-N-DUE-TXT WS-N-AMOUNT-TXT WS-N-XPED
                   WS-N-CSTAT
    MOVE "N" TO WS-IN-EMIT-SW WS-IN-IDE-SW WS-IN-TOTAL-SW
                WS-IN-PROT-SW
    .

SCAN-XML-LINE.
    *> Tira a indentacao e separa "<tag ...>valor</tag>"
    MOVE 0 TO WS-XML-LEAD
    INSPECT NFE-LINE TALLYING WS-XML-LEAD FOR LEADING SPACES
    IF WS-XML-LEAD NOT < 512
       EXIT PARAGRAPH
    END-IF
    MOVE NFE-LINE (WS-XML-LEAD + 1:) TO WS-XML-LINE
    IF WS-XML-LINE (1:1) NOT = "<"
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-X-BEFORE WS-X-TAG-FULL WS-X-TAG WS-X-VALUE
    UNSTRING WS-XML-LINE DELIMITED BY "<" OR ">"
       INTO WS-X-BEFORE WS-X-TAG-FULL WS-X-VALUE
    UNSTRING WS-X-TAG-FULL DELIMITED BY SPACE OR "/"
       INTO WS-X-TAG
    *> Tag de fechamento: "</emit>" -> WS-X-TAG-FULL "/emit"
    IF WS-X-TAG-FULL (1:1) = "/"
       MOVE WS-X-TAG-FULL (2:39) TO WS-X-TAG
       EVALUATE WS-X-TAG
          WHEN "emit"
             MOVE "N" TO WS-IN-EMIT-SW
          WHEN "ide"
             MOVE "N" TO WS-IN-IDE-SW
          WHEN "ICMSTot"
             MOVE "N" TO WS-IN-TOTAL-SW
          WHEN "infProt"
             MOVE "N" TO WS-IN-PROT-SW
       END-EVALUATE
       EXIT PARAGRAPH
    END-IF

    EVALUATE WS-X-TAG
       WHEN "emit"
          MOVE "Y" TO WS-IN-EMIT-SW
       WHEN "ide"
          MOVE "Y" TO WS-IN-IDE-SW
       WHEN "ICMSTot"
          MOVE "Y" TO WS-IN-TOTAL-SW
       WHEN "infProt"
          MOVE "Y" TO WS-IN-PROT-SW
       WHEN "CNPJ"
          IF IN-EMIT AND WS-N-CNPJ = SPACES
             MOVE WS-X-VALUE TO WS-N-CNPJ
          END-IF
       WHEN "nNF"
          IF IN-IDE
             MOVE WS-X-VALUE TO WS-N-NUMBER
          END-IF
       WHEN "dhEmi"
       WHEN "dEmi"
          IF IN-IDE
             MOVE WS-X-VALUE TO WS-N-ISSUE-TXT
          END-IF
       WHEN "vNF"
          IF IN-ICMS-TOTAL
             MOVE WS-X-VALUE TO WS-N-AMOUNT-TXT
          END-IF
       WHEN "dVenc"
          *> So a primeira duplicata: e o vencimento da fatura
          IF WS-N-DUE-TXT = SPACES
             MOVE WS-X-VALUE TO WS-N-DUE-TXT
          END-IF
       WHEN "xPed"
          IF WS-N-XPED = SPACES
             MOVE WS-X-VALUE TO WS-N-XPED
          END-IF
       WHEN "cStat"
          IF IN-PROT
             MOVE WS-X-VALUE TO WS-N-CSTAT
          END-IF
    END-EVALUATE
    .

*> ============================================================
*>   Validacao e registro de uma nota
*> ============================================================
PROCESS-ONE-NFE.
    MOVE "N" TO WS-DOC-OPEN-SW
    MOVE "Y" TO WS-NFE-OK-SW
    MOVE SPACES TO WS-REJECT-REASON

    PERFORM CONVERT-NFE-FIELDS
    IF NOT NFE-IS-OK
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    PERFORM VALIDATE-NFE
    IF NOT NFE-IS-OK
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    PERFORM CREATE-NFE-INVOICE
    IF NOT NFE-IS-OK
       PERFORM REPORT-EXCEPTION
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO IMPORTED-LINE
    MOVE WS-DOC-FILE TO IMPORTED-LINE
    WRITE IMPORTED-LINE
    .

CONVERT-NFE-FIELDS.
    *> Campos obrigatorios e nota autorizada pela SEFAZ
    IF WS-N-CNPJ = SPACES OR WS-N-NUMBER = SPACES
       OR WS-N-ISSUE-TXT = SPACES OR WS-N-AMOUNT-TXT = SPACES
       MOVE "N" TO WS-NFE-OK-SW
       MOVE "XML incompleto (CNPJ emitente, nNF, emissao ou vNF)"
         TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF WS-N-CSTAT NOT = SPACES AND WS-N-CSTAT NOT = "100"
       MOVE "N" TO WS-NFE-OK-SW
       STRING "NF-e nao autorizada (cStat " DELIMITED BY SIZE
              WS-N-CSTAT DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    MOVE WS-N-ISSUE-TXT TO WS-DT-SOURCE
    PERFORM CONVERT-XML-DATE
    IF NOT NFE-IS-OK
       MOVE "Data de emissao invalida no XML" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE WS-DT-NUMBER TO WS-N-ISSUE-DATE

    MOVE 0 TO WS-N-DUE-DATE
    IF WS-N-DUE-TXT NOT = SPACES
       MOVE WS-N-DUE-TXT TO WS-DT-SOURCE
       PERFORM CONVERT-XML-DATE
       IF NOT NFE-IS-OK
          MOVE "Data de vencimento invalida no XML"
            TO WS-REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       MOVE WS-DT-NUMBER TO WS-N-DUE-DATE
    END-IF

    PERFORM CONVERT-XML-AMOUNT
    IF NOT NFE-IS-OK OR WS-N-AMOUNT = 0
       MOVE "N" TO WS-NFE-OK-SW
       MOVE "Valor vNF invalido ou zerado no XML" TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-PO-MATCH-NUMBER
    IF WS-N-XPED NOT = SPACES
       MOVE 0 TO WS-NUM-CHECK
       INSPECT WS-N-XPED TALLYING WS-NUM-CHECK
          FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-NUM-CHECK > 8
          OR WS-N-XPED (1:WS-NUM-CHECK) IS NOT NUMERIC
          MOVE "N" TO WS-NFE-OK-SW
          STRING "Pedido do XML (xPed " DELIMITED BY SIZE
                 WS-N-XPED DELIMITED BY SPACE
                 ") nao e um numero de pedido" DELIMITED BY SIZE
            INTO WS-REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       MOVE WS-N-XPED (1:WS-NUM-CHECK) TO WS-PO-MATCH-NUMBER
    END-IF
    .

CONVERT-XML-DATE.
    *> "AAAA-MM-DD" (o dhEmi ainda traz "THH:MM:SS-03:00" depois,
    *> que fica fora dos 10 primeiros caracteres)
    MOVE "Y" TO WS-NFE-OK-SW
    MOVE WS-DT-SOURCE (1:4) TO WS-DT-YYYY
    MOVE WS-DT-SOURCE (6:2) TO WS-DT-MM
    MOVE WS-DT-SOURCE (9:2) TO WS-DT-DD
    IF WS-DT-YYYY IS NOT NUMERIC OR WS-DT-MM IS NOT NUMERIC
       OR WS-DT-DD IS NOT NUMERIC
       OR WS-DT-SOURCE (5:1) NOT = "-"
       OR WS-DT-SOURCE (8:1) NOT = "-"
       MOVE "N" TO WS-NFE-OK-SW
       EXIT PARAGRAPH
    END-IF
    IF WS-DT-MM < "01" OR WS-DT-MM > "12"
       OR WS-DT-DD < "01" OR WS-DT-DD > "31"
       MOVE "N" TO WS-NFE-OK-SW
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DT-TEXT
    STRING WS-DT-YYYY WS-DT-MM WS-DT-DD DELIMITED BY SIZE
      INTO WS-DT-TEXT
    MOVE WS-DT-TEXT TO WS-DT-NUMBER
    .

CONVERT-XML-AMOUNT.
    *> "1234.56" (ponto decimal, ate 2 casas) -> centavos
    MOVE "Y" TO WS-NFE-OK-SW
    MOVE 0 TO WS-N-AMOUNT
    MOVE SPACES TO WS-AMT-INT-TXT WS-AMT-DEC-TXT
    MOVE 0 TO WS-AMT-INT-LEN WS-AMT-DEC-LEN
    UNSTRING WS-N-AMOUNT-TXT DELIMITED BY "." OR SPACE
       INTO WS-AMT-INT-TXT COUNT IN WS-AMT-INT-LEN
            WS-AMT-DEC-TXT COUNT IN WS-AMT-DEC-LEN
    IF WS-AMT-INT-LEN = 0 OR WS-AMT-INT-LEN > 13
       OR WS-AMT-DEC-LEN > 2
       MOVE "N" TO WS-NFE-OK-SW
       EXIT PARAGRAPH
    END-IF
    IF WS-AMT-INT-TXT (1:WS-AMT-INT-LEN) IS NOT NUMERIC
       MOVE "N" TO WS-NFE-OK-SW
       EXIT PARAGRAPH
    END-IF
    MOVE WS-AMT-INT-TXT (1:WS-AMT-INT-LEN) TO WS-AMT-INT
    MOVE 0 TO WS-AMT-DEC
    IF WS-AMT-DEC-LEN > 0
       IF WS-AMT-DEC-TXT (1:WS-AMT-DEC-LEN) IS NOT NUMERIC
          MOVE "N" TO WS-NFE-OK-SW
          EXIT PARAGRAPH
       END-IF
       IF WS-AMT-DEC-LEN = 1
          *> "10.5" = 10,50
          MOVE WS-AMT-DEC-TXT (1:1) TO WS-AMT-DEC (1:1)
          MOVE "0" TO WS-AMT-DEC (2:1)
       ELSE
          MOVE WS-AMT-DEC-TXT (1:2) TO WS-AMT-DEC
       END-IF
    END-IF
    COMPUTE WS-N-AMOUNT = WS-AMT-INT * 100 + WS-AMT-DEC
    .

VALIDATE-NFE.
    *> Fornecedor pelo CNPJ do emitente
    PERFORM FIND-VENDOR-BY-CNPJ
    IF NOT VENDOR-FOUND
       MOVE "N" TO WS-NFE-OK-SW
       STRING "CNPJ emitente " DELIMITED BY SIZE
              WS-N-CNPJ DELIMITED BY SIZE
              " sem fornecedor cadastrado" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-VD-RECORD
    MOVE WS-FOUND-VENDOR-ID TO VD-VENDOR-ID OF WS-VD-RECORD
    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       OR VD-STATUS OF WS-VD-RECORD = "I"
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Fornecedor " DELIMITED BY SIZE
              WS-FOUND-VENDOR-ID DELIMITED BY SIZE
              " inativo ou ilegivel" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    *> Duplicata: fornecedor + numero ja registrado
    MOVE SPACE TO WS-AP-RECORD
    MOVE WS-FOUND-VENDOR-ID TO AP-VENDOR-ID OF WS-AP-RECORD
    MOVE WS-N-NUMBER        TO AP-INVOICE-NO OF WS-AP-RECORD
    MOVE "R" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    *> ...inclusive ja quitada e arquivada
    IF WS-AP-RETURN-STATUS NOT = "00"
       MOVE "R" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-IF
    IF WS-AP-RETURN-STATUS = "00"
       MOVE "N" TO WS-NFE-OK-SW
       MOVE "Fatura ja registrada para o fornecedor (duplicata)"
         TO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    *> Periodo da emissao aberto (o lancamento leva essa data)
    MOVE WS-N-ISSUE-DATE (1:6) TO PC-PERIOD OF WS-PC-RECORD
    MOVE "R" TO WS-PC-OP-CODE
    MOVE SPACE TO WS-PC-RETURN-STATUS
    CALL "PERIOD-CTL-IO" USING
         WS-PC-OP-CODE
         WS-PC-RECORD
         WS-PC-RETURN-STATUS
    IF WS-PC-RETURN-STATUS = "00"
       AND (PERIOD-IS-CLOSED OF WS-PC-RECORD
            OR PERIOD-IS-SOFTCLOSED OF WS-PC-RECORD)
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Emissao em periodo fechado (" DELIMITED BY SIZE
              WS-N-ISSUE-DATE (1:6) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    *> Conta de despesa padrao do fornecedor
    MOVE VD-EXPENSE-ACCT OF WS-VD-RECORD TO WS-AC-ACCOUNT-ID
    PERFORM CHECK-IMPORT-ACCOUNT
    IF NOT IMPORT-ACCOUNT-OK
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Conta de despesa do fornecedor " DELIMITED BY SIZE
              VD-EXPENSE-ACCT OF WS-VD-RECORD DELIMITED BY SIZE
              " invalida" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    *> Retencao na fonte pelo codigo padrao do fornecedor
    IF VD-WHT-CODE OF WS-VD-RECORD NOT = SPACES
       MOVE SPACE TO WS-TX-RECORD
       MOVE VD-WHT-CODE OF WS-VD-RECORD TO TX-CODE OF WS-TX-RECORD
       MOVE "R" TO WS-TX-OP-CODE
       CALL "TAX-CODES-IO" USING
            WS-TX-OP-CODE
            WS-TX-RECORD
            WS-TX-RETURN-STATUS
       IF WS-TX-RETURN-STATUS NOT = "00"
          OR NOT TX-IS-ACTIVE OF WS-TX-RECORD
          MOVE "N" TO WS-NFE-OK-SW
          STRING "Codigo de retencao " DELIMITED BY SIZE
                 VD-WHT-CODE OF WS-VD-RECORD DELIMITED BY SIZE
                 " inexistente ou inativo" DELIMITED BY SIZE
            INTO WS-REJECT-REASON
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF WS-PO-MATCH-NUMBER NOT = 0
       PERFORM MATCH-NFE-TO-PO
    END-IF
    .

FIND-VENDOR-BY-CNPJ.
    *> VENDORS nao tem chave por CNPJ: varre o cadastro (mesma
    *> varredura da deteccao de duplicata do AP-MENU)
    MOVE "N" TO WS-VD-FOUND-SW
    MOVE 0 TO WS-FOUND-VENDOR-ID
    MOVE SPACE TO WS-VD-RECORD
    MOVE "L" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    PERFORM UNTIL WS-VD-RETURN-STATUS NOT = "00"
       IF VD-CNPJ OF WS-VD-RECORD = WS-N-CNPJ
          AND NOT VENDOR-FOUND
          MOVE "Y" TO WS-VD-FOUND-SW
          MOVE VD-VENDOR-ID OF WS-VD-RECORD TO WS-FOUND-VENDOR-ID
       END-IF
       MOVE "N" TO WS-VD-OP-CODE
       CALL "VENDORS-IO" USING
            WS-VD-OP-CODE
            WS-VD-RECORD
            WS-VD-RETURN-STATUS
    END-PERFORM
    .

MATCH-NFE-TO-PO.
    *> Mesmas regras do casamento da opcao 4 do AP-MENU: pedido
    *> aprovado, do mesmo fornecedor, dentro da tolerancia
    MOVE SPACE TO WS-PO-RECORD
    MOVE WS-PO-MATCH-NUMBER TO PO-NUMBER OF WS-PO-RECORD
    MOVE "R" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    IF WS-PO-RETURN-STATUS NOT = "00"
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Pedido " DELIMITED BY SIZE
              WS-PO-MATCH-NUMBER DELIMITED BY SIZE
              " nao encontrado" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF NOT PO-IS-APPROVED OF WS-PO-RECORD
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Pedido " DELIMITED BY SIZE
              WS-PO-MATCH-NUMBER DELIMITED BY SIZE
              " nao esta APROVADO" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF
    IF PO-VENDOR-ID OF WS-PO-RECORD NOT = WS-FOUND-VENDOR-ID
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Pedido " DELIMITED BY SIZE
              WS-PO-MATCH-NUMBER DELIMITED BY SIZE
              " e de outro fornecedor" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-PO-OPEN-CENTS = PO-AMOUNT-CENTS OF WS-PO-RECORD
          - PO-INVOICED-CENTS OF WS-PO-RECORD
    COMPUTE WS-PO-TOLERANCE ROUNDED = WS-PO-OPEN-CENTS
          + (WS-PO-OPEN-CENTS * WS-PO-TOL-PCT) / 10000
    IF WS-N-AMOUNT > WS-PO-TOLERANCE
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Valor excede o saldo do pedido " DELIMITED BY SIZE
              WS-PO-MATCH-NUMBER DELIMITED BY SIZE
              " + tolerancia" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    *> Recebimento do pedido ainda nao faturado: a nota cobre o
    *> que o GRNI-CLEAR sugerir (mesma regra do AP-MENU, sem
    *> operador para escolher outro valor)
    MOVE 0 TO WS-GC-TXN-ID
    MOVE "Q" TO WS-GC-OP-CODE
    PERFORM CALL-GRNI-CLEAR
    IF WS-GC-OPEN-CENTS NOT = 0
       AND (WS-GRNI-ACCT = 0 OR WS-GRNI-PPV-ACCT = 0)
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Pedido " DELIMITED BY SIZE
              WS-PO-MATCH-NUMBER DELIMITED BY SIZE
              " com recebimento e sem GRNI-ACCT/GRNI-PPV-ACCT"
              DELIMITED BY SIZE
         INTO WS-REJECT-REASON
    END-IF
    .

CALL-GRNI-CLEAR.
    CALL "GRNI-CLEAR" USING
         WS-GC-OP-CODE
         WS-PO-MATCH-NUMBER
         WS-N-AMOUNT
         WS-PO-TOL-PCT
         WS-GC-OPEN-CENTS
         WS-GC-CLEAR-CENTS
         WS-GC-TXN-ID
         WS-N-ISSUE-DATE
         WS-GC-RETURN-STATUS
    .

CHECK-IMPORT-ACCOUNT.
    MOVE "N" TO WS-ACCT-OK-SWITCH
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
    IF WS-AC-RETURN-STATUS = "00" AND WS-AC-STATUS NOT = "I"
       MOVE "Y" TO WS-ACCT-OK-SWITCH
    END-IF
    .

CREATE-NFE-INVOICE.
    MOVE SPACE TO WS-AP-RECORD
    MOVE WS-FOUND-VENDOR-ID TO AP-VENDOR-ID OF WS-AP-RECORD
    MOVE WS-N-NUMBER        TO AP-INVOICE-NO OF WS-AP-RECORD
    MOVE WS-N-ISSUE-DATE    TO AP-ISSUE-DATE OF WS-AP-RECORD
    MOVE WS-N-AMOUNT        TO AP-AMOUNT-CENTS OF WS-AP-RECORD
    MOVE WS-N-AMOUNT        TO AP-OPEN-CENTS OF WS-AP-RECORD
    MOVE VD-EXPENSE-ACCT OF WS-VD-RECORD
      TO AP-EXPENSE-ACCT OF WS-AP-RECORD
    MOVE WS-NFE-AP-ACCT     TO AP-PAYABLE-ACCT OF WS-AP-RECORD
    MOVE 0 TO AP-PAID-DATE OF WS-AP-RECORD
    MOVE 0 TO AP-PAYMENT-TXN-ID OF WS-AP-RECORD
    MOVE "F" TO AP-DOC-TYPE OF WS-AP-RECORD
    MOVE SPACES TO AP-ORIG-CCY OF WS-AP-RECORD
    MOVE 0 TO AP-ORIG-AMOUNT OF WS-AP-RECORD
    MOVE 0 TO AP-FX-RATE OF WS-AP-RECORD
    MOVE 0 TO AP-GRNI-CENTS OF WS-AP-RECORD
    MOVE 0 TO AP-PPV-ACCT OF WS-AP-RECORD
    IF WS-PO-MATCH-NUMBER NOT = 0 AND WS-GC-CLEAR-CENTS NOT = 0
       MOVE WS-GRNI-ACCT TO AP-EXPENSE-ACCT OF WS-AP-RECORD
       MOVE WS-GC-CLEAR-CENTS TO AP-GRNI-CENTS OF WS-AP-RECORD
       MOVE WS-GRNI-PPV-ACCT TO AP-PPV-ACCT OF WS-AP-RECORD
    END-IF

    PERFORM COMPUTE-NFE-DUE-DATE

    *> Retencao: despesa pelo bruto, passivo pelo liquido
    MOVE SPACES TO AP-WHT-CODE OF WS-AP-RECORD
    MOVE 0 TO AP-WHT-CENTS OF WS-AP-RECORD
    IF VD-WHT-CODE OF WS-VD-RECORD NOT = SPACES
       MOVE VD-WHT-CODE OF WS-VD-RECORD
         TO AP-WHT-CODE OF WS-AP-RECORD
       COMPUTE AP-WHT-CENTS OF WS-AP-RECORD ROUNDED =
               (WS-N-AMOUNT * TX-RATE OF WS-TX-RECORD) / 100
       COMPUTE AP-OPEN-CENTS OF WS-AP-RECORD =
               WS-N-AMOUNT - AP-WHT-CENTS OF WS-AP-RECORD
    END-IF

    MOVE "N" TO WS-SQ-OP-CODE
    MOVE "J" TO WS-SQ-RANGE-CODE
    CALL "TXN-SEQ-IO" USING
         WS-SQ-OP-CODE
         WS-SQ-RANGE-CODE
         WS-SQ-TXN-ID
         WS-SQ-RETURN-STATUS
    IF WS-SQ-RETURN-STATUS NOT = "00"
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Numeracao automatica indisponivel - STATUS "
              DELIMITED BY SIZE
              WS-SQ-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SQ-TXN-ID TO AP-ENTRY-TXN-ID OF WS-AP-RECORD

    PERFORM WRITE-NFE-JOURNAL-ENTRY
    IF WS-JR-RETURN-STATUS NOT = FS-OK
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Lancamento de registro recusado - STATUS "
              DELIMITED BY SIZE
              WS-JR-RETURN-STATUS DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       EXIT PARAGRAPH
    END-IF

    SET AP-IS-OPEN OF WS-AP-RECORD TO TRUE
    SET AP-NOT-IN-REMIT OF WS-AP-RECORD TO TRUE
    MOVE 0 TO AP-DISC-CENTS OF WS-AP-RECORD

    *> Alcada de aprovacao, mesma regra da opcao 4 do AP-MENU
    MOVE WS-JR-OPERATOR-ID  TO AP-REGISTERED-BY OF WS-AP-RECORD
    MOVE SPACES             TO AP-APPROVED-BY OF WS-AP-RECORD
    MOVE 0                  TO AP-APPROVAL-DATE OF WS-AP-RECORD
    MOVE WS-PO-MATCH-NUMBER TO AP-PO-NUMBER OF WS-AP-RECORD
    SET AP-APPROVAL-OK OF WS-AP-RECORD TO TRUE
    IF WS-PO-MATCH-NUMBER = 0
       OR (WS-AP-APPROVAL-LIMIT NOT = 0
           AND WS-N-AMOUNT > WS-AP-APPROVAL-LIMIT)
       SET AP-APPROVAL-PENDING OF WS-AP-RECORD TO TRUE
    END-IF

    MOVE "C" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    IF WS-AP-RETURN-STATUS NOT = "00"
       MOVE "N" TO WS-NFE-OK-SW
       STRING "Falha ao criar a fatura - STATUS " DELIMITED BY SIZE
              WS-AP-RETURN-STATUS DELIMITED BY SIZE
              " (lancamento " DELIMITED BY SIZE
              JR-TXN-ID DELIMITED BY SIZE
              " ja gravado - apure)" DELIMITED BY SIZE
         INTO WS-REJECT-REASON
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CREATED-COUNT
    ADD WS-N-AMOUNT TO WS-CREATED-TOTAL
    IF AP-APPROVAL-PENDING OF WS-AP-RECORD
       ADD 1 TO WS-PENDING-COUNT
    END-IF
    DISPLAY "NF-e " WS-N-NUMBER " fornecedor " WS-FOUND-VENDOR-ID
            " importada (lancamento " JR-TXN-ID
            ", aprovacao " AP-APPROVAL-STATUS OF WS-AP-RECORD ")."

    IF WS-PO-MATCH-NUMBER NOT = 0
       PERFORM RELEASE-PO-COMMITMENT
       IF AP-GRNI-CENTS OF WS-AP-RECORD NOT = 0
          MOVE "A" TO WS-GC-OP-CODE
          MOVE AP-ENTRY-TXN-ID OF WS-AP-RECORD TO WS-GC-TXN-ID
          MOVE AP-GRNI-CENTS OF WS-AP-RECORD TO WS-GC-CLEAR-CENTS
          PERFORM CALL-GRNI-CLEAR
          IF WS-GC-RETURN-STATUS NOT = "00"
             DISPLAY "*** Baixa dos recebimentos do pedido "
                     WS-PO-MATCH-NUMBER " incompleta - STATUS "
                     WS-GC-RETURN-STATUS " (apure no GRNI-RPT)."
          END-IF
       END-IF
    END-IF
    .

COMPUTE-NFE-DUE-DATE.
    *> Vencimento da primeira duplicata do XML; sem duplicata,
    *> emissao + prazo do fornecedor. Dia nao util rola (BIZ-DAY)
    MOVE SPACE TO WS-BD-ROLL-RULE
    IF WS-N-DUE-DATE = 0
       MOVE WS-N-ISSUE-DATE TO WS-BD-DATE
       MOVE VD-PAYMENT-TERMS OF WS-VD-RECORD TO WS-BD-DAYS
       MOVE "A" TO WS-BD-OP-CODE
       CALL "BIZ-DAY" USING
            WS-BD-OP-CODE
            WS-BD-DATE
            WS-BD-DAYS
            WS-BD-ROLL-RULE
            WS-BD-BIZ-FLAG
            WS-BD-RETURN-STATUS
    ELSE
       MOVE WS-N-DUE-DATE TO WS-BD-DATE
    END-IF

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
       CALL "BIZ-DAY" USING
            WS-BD-OP-CODE
            WS-BD-DATE
            WS-BD-DAYS
            WS-BD-ROLL-RULE
            WS-BD-BIZ-FLAG
            WS-BD-RETURN-STATUS
    END-IF
    MOVE WS-BD-DATE TO AP-DUE-DATE OF WS-AP-RECORD
    .

WRITE-NFE-JOURNAL-ENTRY.
    *> Mesmo lancamento da opcao 4: D despesa pelo bruto, C
    *> fornecedores pelo liquido e C imposto retido
    MOVE SPACE TO JR-RECORD
    MOVE SPACE TO JR-LINES-TABLE
    MOVE AP-ENTRY-TXN-ID OF WS-AP-RECORD TO JR-TXN-ID
    MOVE AP-ISSUE-DATE OF WS-AP-RECORD   TO JR-DATE
    STRING "FATURA " DELIMITED BY SIZE
           AP-VENDOR-ID OF WS-AP-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           AP-INVOICE-NO OF WS-AP-RECORD DELIMITED BY SIZE
      INTO JR-MEMO

    MOVE 1 TO JR-LINE-NO (1)
    MOVE AP-EXPENSE-ACCT OF WS-AP-RECORD TO JR-LINE-ACCOUNT-ID (1)
    MOVE "D" TO JR-LINE-DC (1)
    MOVE AP-AMOUNT-CENTS OF WS-AP-RECORD TO JR-LINE-AMOUNT-CENTS (1)

    MOVE 2 TO JR-LINE-NO (2)
    MOVE AP-PAYABLE-ACCT OF WS-AP-RECORD TO JR-LINE-ACCOUNT-ID (2)
    MOVE "C" TO JR-LINE-DC (2)
    MOVE AP-AMOUNT-CENTS OF WS-AP-RECORD TO JR-LINE-AMOUNT-CENTS (2)

    IF AP-WHT-CENTS OF WS-AP-RECORD NOT = 0
       MOVE AP-WHT-CODE OF WS-AP-RECORD TO JR-LINE-TAX-CODE (1)
       COMPUTE JR-LINE-AMOUNT-CENTS (2) =
               AP-AMOUNT-CENTS OF WS-AP-RECORD
             - AP-WHT-CENTS OF WS-AP-RECORD
       MOVE 3 TO JR-LINE-NO (3)
       MOVE TX-PAYABLE-ACCT OF WS-TX-RECORD
         TO JR-LINE-ACCOUNT-ID (3)
       MOVE "C" TO JR-LINE-DC (3)
       MOVE AP-WHT-CENTS OF WS-AP-RECORD
         TO JR-LINE-AMOUNT-CENTS (3)
    END-IF

    *> Recebimento coberto (GRNI): D GRNI-ACCT pelo recebido e a
    *> diferenca de preco na GRNI-PPV-ACCT, como no AP-MENU
    IF AP-GRNI-CENTS OF WS-AP-RECORD NOT = 0
       MOVE AP-GRNI-CENTS OF WS-AP-RECORD TO JR-LINE-AMOUNT-CENTS (1)
       IF AP-GRNI-CENTS OF WS-AP-RECORD
             NOT = AP-AMOUNT-CENTS OF WS-AP-RECORD
          MOVE 3 TO WS-GRNI-LINE
          IF AP-WHT-CENTS OF WS-AP-RECORD NOT = 0
             MOVE 4 TO WS-GRNI-LINE
          END-IF
          MOVE WS-GRNI-LINE TO JR-LINE-NO (WS-GRNI-LINE)
          MOVE AP-PPV-ACCT OF WS-AP-RECORD
            TO JR-LINE-ACCOUNT-ID (WS-GRNI-LINE)
          IF AP-AMOUNT-CENTS OF WS-AP-RECORD
                > AP-GRNI-CENTS OF WS-AP-RECORD
             MOVE "D" TO JR-LINE-DC (WS-GRNI-LINE)
             COMPUTE JR-LINE-AMOUNT-CENTS (WS-GRNI-LINE) =
                     AP-AMOUNT-CENTS OF WS-AP-RECORD
                   - AP-GRNI-CENTS OF WS-AP-RECORD
          ELSE
             MOVE "C" TO JR-LINE-DC (WS-GRNI-LINE)
             COMPUTE JR-LINE-AMOUNT-CENTS (WS-GRNI-LINE) =
                     AP-GRNI-CENTS OF WS-AP-RECORD
                   - AP-AMOUNT-CENTS OF WS-AP-RECORD
          END-IF
       END-IF
    END-IF

    MOVE JR-LINE-ACCOUNT-ID (1) TO JR-ALT-ACCOUNT-ID
    MOVE JR-DATE                 TO JR-ALT-DATE
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AP OF JR-RECORD TO TRUE
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
         WS-JR-OPERATOR-ID
         WS-JR-RETURN-STATUS
    .

RELEASE-PO-COMMITMENT.
    *> Avanca o faturado do pedido; totalmente faturado vira 'F'
    MOVE SPACE TO WS-PO-RECORD
    MOVE WS-PO-MATCH-NUMBER TO PO-NUMBER OF WS-PO-RECORD
    MOVE "R" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    IF WS-PO-RETURN-STATUS NOT = "00"
       DISPLAY "*** Pedido " WS-PO-MATCH-NUMBER
               " nao encontrado na liberacao - apure."
       EXIT PARAGRAPH
    END-IF

    ADD WS-N-AMOUNT TO PO-INVOICED-CENTS OF WS-PO-RECORD
    IF PO-INVOICED-CENTS OF WS-PO-RECORD
          NOT < PO-AMOUNT-CENTS OF WS-PO-RECORD
       SET PO-IS-CLOSED OF WS-PO-RECORD TO TRUE
    END-IF

    MOVE "U" TO WS-PO-OP-CODE
    CALL "PURCHASE-ORDERS-IO" USING
         WS-PO-OP-CODE
         WS-PO-RECORD
         WS-PO-RETURN-STATUS
    IF WS-PO-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao atualizar o pedido " WS-PO-MATCH-NUMBER
               " - STATUS: " WS-PO-RETURN-STATUS
    END-IF
    .

*> ============================================================
*>   Relatorio de excecoes, spool e log
*> ============================================================
REPORT-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "NF-e " DELIMITED BY SIZE
           WS-N-NUMBER DELIMITED BY SPACE
           "  emitente " DELIMITED BY SIZE
           WS-N-CNPJ DELIMITED BY SIZE
           "  arquivo " DELIMITED BY SIZE
           WS-DOC-FILE DELIMITED BY SPACE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "    RECUSADA: " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "NI0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "NF-E " DELIMITED BY SIZE
           WS-N-NUMBER DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           WS-N-CNPJ DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
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
