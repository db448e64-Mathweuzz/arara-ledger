>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: wht-informe.cob
*> Objetivo:
*>   - Retencoes na fonte do ano pelo regime de CAIXA: varre as
*>     faturas de fornecedor com retencao (AP-WHT-CODE /
*>     AP-WHT-CENTS) e o historico de baixas de cada uma
*>     (AP-SETTLEMENTS 'K'/'N'), e acumula por fornecedor, mes
*>     de pagamento e codigo de retencao o rendimento bruto
*>     pago e o imposto retido. Cada baixa ('P' manual, 'B'
*>     retorno bancario, 'D' desconto obtido) leva a fracao do
*>     bruto e da retencao proporcional ao que ela liquidou do
*>     valor liquido da fatura, pelo acumulado (sem sobra de
*>     arredondamento na ultima baixa); abatimento de nota de
*>     credito ('N') nao e pagamento. Fatura antiga paga sem
*>     linha de historico entra inteira na AP-PAID-DATE.
*>     Faturas rejeitadas na alcada e notas de credito ficam
*>     fora.
*>   - Arquivo de eventos da EFD-Reinf "data/reinf-eventos.txt"
*>     (largura fixa), para o mes pedido no SYSIN (00 = os doze
*>     meses): beneficiario com CPF (11 digitos no VD-CNPJ) vai
*>     no R-4010, com CNPJ no R-4020:
*>       10<CNPJ contribuinte 14><ano 4><mes 2><data geracao 8>
*>                                              (cabecalho)
*>       40<evento 6><periodo 6><CPF/CNPJ beneficiario 14>
*>         <nome 40><fornecedor 6><codigo 4><data ult. pgto 8>
*>         <rendimento bruto 15><base 15><IR retido 15>
*>       90<qtde eventos 6><total bruto 18><total retido 18>
*>   - Informe de rendimentos anual por fornecedor no spool
*>     INFORME-REND (uma secao "--- Fornecedor NNNNNN" por
*>     beneficiario, mes a mes por codigo e totais do ano).
*>   - Conciliacao com o TAX-SETTLE, por codigo e por mes: o
*>     TAX-SETTLE gera a guia pela COMPETENCIA (registro da
*>     fatura), entao o relatorio mostra a retencao de caixa, o
*>     que foi retido sobre faturas de outros anos, o que ficou
*>     em aberto no fim do ano e a competencia resultante, e
*>     compara com as faturas "G<codigo><AAAAMM>" do
*>     fornecedor-fisco do codigo (TX-VENDOR-ID). Diferenca
*>     acima de 1 centavo por fatura do mes (arredondamento da
*>     guia, que aplica a aliquota a base somada) e apontada.
*>   - Faturas e baixas arquivadas pelo SUBL-ARCHIVE
*>     (AP-INVOICES-HIST-IO / AP-SETTLEMENTS-HIST-IO) entram
*>     como as vivas - o informe de um ano ja arquivado sai
*>     igual -, e a guia arquivada tambem e procurada no
*>     historico.
*>   - RC 0 ok, RC 4 diferenca na conciliacao ou tabela cheia,
*>     RC 8 ano invalido ou empresa sem CNPJ.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. WHT-INFORME.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REINF-FILE ASSIGN TO "data/reinf-eventos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-REINF.

DATA DIVISION.
FILE SECTION.

FD  REINF-FILE.
01  REINF-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-REINF PIC XX.

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "WHTINFO".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Spool do informe e da conciliacao (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "INFORME-REND".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-TARGET-YEAR       PIC 9(4).
01 WS-REINF-MONTH       PIC 9(2).
01 WS-REINF-MONTH-X     PIC X(2).
01 WS-YEAR-END-DATE     PIC 9(8).
01 WS-GEN-DATE          PIC 9(8).
01 WS-FINAL-RC          PIC 9(2) VALUE 0.

*> Empresa selecionada (COMPANY-CTL 'R') e seu cadastro
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-PATH           PIC X(64).
01 WS-CO-RETURN-STATUS  PIC XX.

01 WS-CMP-OP-CODE       PIC X.
COPY "companies.cpy" REPLACING ==CO-RECORD== BY ==WS-CMP-RECORD==.
01 WS-CMP-RETURN-STATUS PIC XX.

01 WS-AP-OP-CODE        PIC X.
COPY "ap-invoices.cpy" REPLACING ==AP-RECORD== BY ==WS-AP-RECORD==.
01 WS-AP-RETURN-STATUS  PIC XX.

01 WS-AS-OP-CODE        PIC X.
COPY "ap-settlements.cpy" REPLACING ==AS-RECORD== BY ==WS-AS-RECORD==.
01 WS-AS-RETURN-STATUS  PIC XX.
*> Fatura corrente veio do historico arquivado: as baixas dela
*> tambem estao la
01 WS-INV-SOURCE-SW     PIC X VALUE "V".
   88 INV-FROM-HISTORY        VALUE "H".
   88 INV-FROM-LIVE           VALUE "V".

01 WS-VD-OP-CODE        PIC X.
COPY "vendors.cpy" REPLACING ==VD-RECORD== BY ==WS-VD-RECORD==.
01 WS-VD-RETURN-STATUS  PIC XX.

01 WS-TX-OP-CODE        PIC X.
COPY "tax-codes.cpy" REPLACING ==TX-RECORD== BY ==WS-TX-RECORD==.
01 WS-TX-RETURN-STATUS  PIC XX.

*> Fatura corrente: bruto, retido, liquido e acumulado baixado
01 WS-INV-GROSS         PIC 9(15).
01 WS-INV-WHT           PIC 9(15).
01 WS-INV-NET           PIC 9(15).
01 WS-INV-ISSUED-IN-YEAR-SW PIC X.
   88 INV-ISSUED-IN-YEAR      VALUE "Y".
01 WS-INV-HIST-COUNT    PIC 9(3).
01 WS-CUM-BEFORE        PIC 9(15).
01 WS-CUM-AFTER         PIC 9(15).
01 WS-CUM-YEAR-END      PIC 9(15).
01 WS-PART-GROSS        PIC 9(15).
01 WS-PART-WHT          PIC 9(15).
01 WS-WORK-A            PIC 9(15).
01 WS-WORK-B            PIC 9(15).
01 WS-EVENT-DATE        PIC 9(8).
01 WS-EVENT-MONTH       PIC 9(2).
01 WS-WHT-BY-YE         PIC 9(15).

*> Acumulado de caixa por fornecedor + mes + codigo
01 WS-ACC-TABLE.
   05 WS-ACC-ENTRY OCCURS 3000 TIMES.
      10 WS-ACC-VENDOR-ID   PIC 9(6).
      10 WS-ACC-MONTH       PIC 9(2).
      10 WS-ACC-CODE        PIC X(4).
      10 WS-ACC-LAST-DATE   PIC 9(8).
      10 WS-ACC-GROSS       PIC 9(15).
      10 WS-ACC-WHT         PIC 9(15).
01 WS-ACC-COUNT         PIC 9(4) VALUE 0.
01 WS-ACC-I             PIC 9(4).
01 WS-ACC-IDX           PIC 9(4).
01 WS-ACC-OVERFLOW      PIC 9(6) VALUE 0.

*> Fornecedores com retencao paga no ano (ordem do AP-INVOICES)
01 WS-VEN-TABLE.
   05 WS-VEN-ENTRY OCCURS 1000 TIMES.
      10 WS-VEN-ID          PIC 9(6).
01 WS-VEN-COUNT         PIC 9(4) VALUE 0.
01 WS-VEN-I             PIC 9(4).
01 WS-VEN-FOUND-SW      PIC X.
   88 VEN-ALREADY-LISTED      VALUE "Y".

*> Conciliacao por codigo de retencao
01 WS-CODE-TABLE.
   05 WS-CODE-ENTRY OCCURS 50 TIMES.
      10 WS-CD-CODE         PIC X(4).
      10 WS-CD-CASH         PIC 9(15).
      10 WS-CD-OTHER-YEARS  PIC 9(15).
      10 WS-CD-OPEN-YE      PIC 9(15).
      10 WS-CD-ACCRUAL      PIC 9(15).
      10 WS-CD-GUIAS        PIC 9(15).
      10 WS-CD-INV-COUNT    PIC 9(6).
      10 WS-CD-MONTH OCCURS 12 TIMES.
         15 WS-CD-M-ACCRUAL PIC 9(15).
         15 WS-CD-M-GUIA    PIC 9(15).
         15 WS-CD-M-COUNT   PIC 9(5).
01 WS-CODE-COUNT        PIC 9(2) VALUE 0.
01 WS-CODE-I            PIC 9(2).
01 WS-CODE-IDX          PIC 9(2).
01 WS-MONTH-I           PIC 9(2).
01 WS-DIFF              PIC S9(15).
01 WS-DIFF-ABS          PIC 9(15).
01 WS-RECON-FLAGS       PIC 9(4) VALUE 0.

*> Totais do informe
01 WS-VEN-GROSS         PIC 9(18).
01 WS-VEN-WHT           PIC 9(18).
01 WS-CODE-GROSS        PIC 9(18).
01 WS-CODE-WHT          PIC 9(18).
01 WS-EVENT-COUNT       PIC 9(6) VALUE 0.
01 WS-EVENT-GROSS       PIC 9(18) VALUE 0.
01 WS-EVENT-WHT         PIC 9(18) VALUE 0.
01 WS-INVOICES-READ     PIC 9(6) VALUE 0.

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-A            PIC -(14)9.99.
01 WS-EDIT-B            PIC -(14)9.99.
01 WS-EDIT-C            PIC -(14)9.99.
01 WS-EDIT-D            PIC -(14)9.99.
01 WS-GUIA-INVOICE-NO   PIC X(12).
01 WS-PERIOD-WORK       PIC 9(6).

*> Cabecalho do arquivo Reinf (tipo 10)
01 WS-RF-HEADER.
   05 RFH-REC-TYPE      PIC X(2)  VALUE "10".
   05 RFH-TAXPAYER-CNPJ PIC X(14).
   05 RFH-YEAR          PIC 9(4).
   05 RFH-MONTH         PIC 9(2).
   05 RFH-GEN-DATE      PIC 9(8).
   05 FILLER            PIC X(170) VALUE SPACES.

*> Evento R-4010 / R-4020 (tipo 40)
01 WS-RF-EVENT.
   05 RFE-REC-TYPE      PIC X(2)  VALUE "40".
   05 RFE-EVENT-ID      PIC X(6).
   05 RFE-PERIOD        PIC 9(6).
   05 RFE-BENEF-DOC     PIC X(14).
   05 RFE-BENEF-NAME    PIC X(40).
   05 RFE-VENDOR-ID     PIC 9(6).
   05 RFE-WHT-CODE      PIC X(4).
   05 RFE-LAST-PAY-DATE PIC 9(8).
   05 RFE-GROSS         PIC 9(15).
   05 RFE-BASE          PIC 9(15).
   05 RFE-WHT           PIC 9(15).
   05 FILLER            PIC X(69) VALUE SPACES.

*> Trailer (tipo 90)
01 WS-RF-TRAILER.
   05 RFT-REC-TYPE      PIC X(2)  VALUE "90".
   05 RFT-EVENT-COUNT   PIC 9(6).
   05 RFT-TOTAL-GROSS   PIC 9(18).
   05 RFT-TOTAL-WHT     PIC 9(18).
   05 FILLER            PIC X(156) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== WHT-INFORME - Retencoes do ano, Reinf e informes ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "WI0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD

    DISPLAY "Ano-calendario (AAAA).............: " WITH NO ADVANCING
    ACCEPT WS-TARGET-YEAR
    IF WS-TARGET-YEAR NOT NUMERIC OR WS-TARGET-YEAR < 1900
       DISPLAY "*** Ano invalido: " WS-TARGET-YEAR " ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE WS-YEAR-END-DATE = (WS-TARGET-YEAR * 10000) + 1231

    DISPLAY "Mes do arquivo Reinf (MM, 00 = ano todo): "
            WITH NO ADVANCING
    MOVE SPACES TO WS-REINF-MONTH-X
    ACCEPT WS-REINF-MONTH-X
    IF WS-REINF-MONTH-X IS NUMERIC
       MOVE WS-REINF-MONTH-X TO WS-REINF-MONTH
    ELSE
       MOVE 0 TO WS-REINF-MONTH
    END-IF
    IF WS-REINF-MONTH > 12
       DISPLAY "*** Mes invalido: " WS-REINF-MONTH " ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM READ-TAXPAYER-COMPANY
    IF WS-CMP-RETURN-STATUS NOT = "00"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "WI0008" TO WS-BL-MSG-CODE
       MOVE "EMPRESA SEM CNPJ NO CADASTRO - NADA GERADO" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM SCAN-AP-INVOICES
    PERFORM LOAD-GUIAS

    PERFORM WRITE-REINF-FILE

    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-TARGET-YEAR TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    MOVE SPACES TO WS-RP-LINE
    STRING "=== INFORME DE RENDIMENTOS E RETENCOES NA FONTE - "
           DELIMITED BY SIZE
           "ANO-CALENDARIO " DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Fonte pagadora: " DELIMITED BY SIZE
           CO-NAME OF WS-CMP-RECORD DELIMITED BY SIZE
           " CNPJ " DELIMITED BY SIZE
           CO-CNPJ OF WS-CMP-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Regime de caixa: valores pagos no ano, pela data da baixa."
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-VEN-I FROM 1 BY 1
            UNTIL WS-VEN-I > WS-VEN-COUNT
       PERFORM PRINT-VENDOR-STATEMENT
    END-PERFORM

    PERFORM PRINT-RECONCILIATION
    PERFORM CLOSE-REPORT-SPOOL

    IF (WS-RECON-FLAGS > 0 OR WS-ACC-OVERFLOW > 0)
       AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "WI0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "ANO " DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           " EVENTOS " DELIMITED BY SIZE
           WS-EVENT-COUNT DELIMITED BY SIZE
           " DIVERGENCIAS " DELIMITED BY SIZE
           WS-RECON-FLAGS DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY " "
    DISPLAY "Faturas com retencao lidas.....: " WS-INVOICES-READ
    DISPLAY "Beneficiarios no informe.......: " WS-VEN-COUNT
    DISPLAY "Eventos no arquivo Reinf.......: " WS-EVENT-COUNT
    DISPLAY "Divergencias com o TAX-SETTLE..: " WS-RECON-FLAGS
    DISPLAY "WHT-INFORME - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

READ-TAXPAYER-COMPANY.
    *> Contribuinte = empresa selecionada; sem CNPJ nao ha Reinf
    MOVE "R" TO WS-CO-OP-CODE
    MOVE SPACES TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-CO-PATH
         WS-CO-RETURN-STATUS

    MOVE SPACE TO WS-CMP-RECORD
    MOVE WS-CO-COMPANY-ID TO CO-COMPANY-ID OF WS-CMP-RECORD
    MOVE "R" TO WS-CMP-OP-CODE
    CALL "COMPANIES-IO" USING
         WS-CMP-OP-CODE
         WS-CMP-RECORD
         WS-CMP-RETURN-STATUS
    IF WS-CMP-RETURN-STATUS NOT = "00"
       OR CO-CNPJ OF WS-CMP-RECORD = SPACES
       DISPLAY "*** Empresa " WS-CO-COMPANY-ID
               " sem cadastro/CNPJ no COMPANIES. ***"
       MOVE "99" TO WS-CMP-RETURN-STATUS
    END-IF
    .

*> ============================================================
*>   Varredura das faturas com retencao
*> ============================================================
SCAN-AP-INVOICES.
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    SET INV-FROM-LIVE TO TRUE
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       PERFORM CHECK-WHT-INVOICE

       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM

    *> Faturas quitadas ja arquivadas
    MOVE SPACE TO WS-AP-RECORD
    MOVE "L" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-HIST-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS

    SET INV-FROM-HISTORY TO TRUE
    PERFORM UNTIL WS-AP-RETURN-STATUS NOT = "00"
       PERFORM CHECK-WHT-INVOICE

       MOVE "N" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-PERFORM
    SET INV-FROM-LIVE TO TRUE
    .

CHECK-WHT-INVOICE.
    IF NOT AP-IS-CREDIT-NOTE OF WS-AP-RECORD
       AND NOT AP-APPROVAL-REJECTED OF WS-AP-RECORD
       AND AP-WHT-CODE OF WS-AP-RECORD NOT = SPACES
       AND AP-WHT-CENTS OF WS-AP-RECORD IS NUMERIC
       AND AP-WHT-CENTS OF WS-AP-RECORD > 0
       AND AP-WHT-CENTS OF WS-AP-RECORD
           < AP-AMOUNT-CENTS OF WS-AP-RECORD
       PERFORM PROCESS-ONE-INVOICE
    END-IF
    .

CALL-SETTLEMENTS-IO.
    *> Baixas da fatura corrente, do vivo ou do historico
    IF INV-FROM-HISTORY
       CALL "AP-SETTLEMENTS-HIST-IO" USING
            WS-AS-OP-CODE
            WS-AS-RECORD
            WS-AS-RETURN-STATUS
    ELSE
       CALL "AP-SETTLEMENTS-IO" USING
            WS-AS-OP-CODE
            WS-AS-RECORD
            WS-AS-RETURN-STATUS
    END-IF
    .

PROCESS-ONE-INVOICE.
    ADD 1 TO WS-INVOICES-READ
    MOVE AP-AMOUNT-CENTS OF WS-AP-RECORD TO WS-INV-GROSS
    MOVE AP-WHT-CENTS OF WS-AP-RECORD TO WS-INV-WHT
    COMPUTE WS-INV-NET = WS-INV-GROSS - WS-INV-WHT

    PERFORM FIND-CODE-SLOT
    IF WS-CODE-IDX = 0
       EXIT PARAGRAPH
    END-IF

    *> Competencia: fatura registrada no ano (base do TAX-SETTLE)
    MOVE "N" TO WS-INV-ISSUED-IN-YEAR-SW
    IF AP-ISSUE-DATE OF WS-AP-RECORD (1:4) = WS-TARGET-YEAR
       MOVE "Y" TO WS-INV-ISSUED-IN-YEAR-SW
       MOVE AP-ISSUE-DATE OF WS-AP-RECORD (5:2) TO WS-EVENT-MONTH
       ADD WS-INV-WHT TO WS-CD-ACCRUAL (WS-CODE-IDX)
       ADD 1 TO WS-CD-INV-COUNT (WS-CODE-IDX)
       ADD WS-INV-WHT TO WS-CD-M-ACCRUAL (WS-CODE-IDX WS-EVENT-MONTH)
       ADD 1 TO WS-CD-M-COUNT (WS-CODE-IDX WS-EVENT-MONTH)
    END-IF

    *> Caixa: baixas do historico, na ordem em que aconteceram
    MOVE 0 TO WS-CUM-BEFORE
    MOVE 0 TO WS-CUM-YEAR-END
    MOVE 0 TO WS-INV-HIST-COUNT

    MOVE SPACE TO WS-AS-RECORD
    MOVE AP-VENDOR-ID OF WS-AP-RECORD TO AS-VENDOR-ID OF WS-AS-RECORD
    MOVE AP-INVOICE-NO OF WS-AP-RECORD TO AS-INVOICE-NO OF WS-AS-RECORD
    MOVE "K" TO WS-AS-OP-CODE
    PERFORM CALL-SETTLEMENTS-IO

    PERFORM UNTIL WS-AS-RETURN-STATUS NOT = "00"
       IF AS-KIND OF WS-AS-RECORD = "P" OR "B" OR "D"
          ADD 1 TO WS-INV-HIST-COUNT
          COMPUTE WS-CUM-AFTER = WS-CUM-BEFORE
                               + AS-AMOUNT-CENTS OF WS-AS-RECORD
          IF WS-CUM-AFTER > WS-INV-NET
             MOVE WS-INV-NET TO WS-CUM-AFTER
          END-IF
          IF AS-DATE OF WS-AS-RECORD NOT > WS-YEAR-END-DATE
             MOVE WS-CUM-AFTER TO WS-CUM-YEAR-END
          END-IF
          IF AS-DATE OF WS-AS-RECORD (1:4) = WS-TARGET-YEAR
             MOVE AS-DATE OF WS-AS-RECORD TO WS-EVENT-DATE
             PERFORM COMPUTE-PAYMENT-SHARE
             PERFORM ACCUMULATE-CASH-EVENT
          END-IF
          MOVE WS-CUM-AFTER TO WS-CUM-BEFORE
       END-IF
       MOVE "N" TO WS-AS-OP-CODE
       PERFORM CALL-SETTLEMENTS-IO
    END-PERFORM

    *> Fatura quitada sem historico de baixas (anterior ao
    *> AP-SETTLEMENTS): inteira na data de pagamento
    IF WS-INV-HIST-COUNT = 0
       AND AP-IS-PAID OF WS-AP-RECORD
       AND AP-PAID-DATE OF WS-AP-RECORD IS NUMERIC
       AND AP-PAID-DATE OF WS-AP-RECORD > 0
       IF AP-PAID-DATE OF WS-AP-RECORD NOT > WS-YEAR-END-DATE
          MOVE WS-INV-NET TO WS-CUM-YEAR-END
       END-IF
       IF AP-PAID-DATE OF WS-AP-RECORD (1:4) = WS-TARGET-YEAR
          MOVE AP-PAID-DATE OF WS-AP-RECORD TO WS-EVENT-DATE
          MOVE WS-INV-GROSS TO WS-PART-GROSS
          MOVE WS-INV-WHT TO WS-PART-WHT
          PERFORM ACCUMULATE-CASH-EVENT
       END-IF
    END-IF

    *> Retencao da competencia ainda nao paga no fim do ano
    IF INV-ISSUED-IN-YEAR
       COMPUTE WS-WHT-BY-YE ROUNDED =
               (WS-INV-WHT * WS-CUM-YEAR-END) / WS-INV-NET
       COMPUTE WS-WORK-A = WS-INV-WHT - WS-WHT-BY-YE
       ADD WS-WORK-A TO WS-CD-OPEN-YE (WS-CODE-IDX)
    END-IF
    .

COMPUTE-PAYMENT-SHARE.
    *> Fracao do bruto e do retido que esta baixa liquidou, pela
    *> diferenca dos acumulados (a ultima baixa fecha exato)
    COMPUTE WS-WORK-A ROUNDED =
            (WS-INV-GROSS * WS-CUM-AFTER) / WS-INV-NET
    COMPUTE WS-WORK-B ROUNDED =
            (WS-INV-GROSS * WS-CUM-BEFORE) / WS-INV-NET
    COMPUTE WS-PART-GROSS = WS-WORK-A - WS-WORK-B
    COMPUTE WS-WORK-A ROUNDED =
            (WS-INV-WHT * WS-CUM-AFTER) / WS-INV-NET
    COMPUTE WS-WORK-B ROUNDED =
            (WS-INV-WHT * WS-CUM-BEFORE) / WS-INV-NET
    COMPUTE WS-PART-WHT = WS-WORK-A - WS-WORK-B
    .

ACCUMULATE-CASH-EVENT.
    *> Soma bruto/retido do pagamento em WS-EVENT-DATE no
    *> fornecedor + mes + codigo, e na conciliacao do codigo
    IF WS-PART-GROSS = 0 AND WS-PART-WHT = 0
       EXIT PARAGRAPH
    END-IF

    ADD WS-PART-WHT TO WS-CD-CASH (WS-CODE-IDX)
    IF NOT INV-ISSUED-IN-YEAR
       ADD WS-PART-WHT TO WS-CD-OTHER-YEARS (WS-CODE-IDX)
    END-IF

    MOVE WS-EVENT-DATE (5:2) TO WS-EVENT-MONTH
    MOVE 0 TO WS-ACC-IDX
    PERFORM VARYING WS-ACC-I FROM 1 BY 1
            UNTIL WS-ACC-I > WS-ACC-COUNT OR WS-ACC-IDX NOT = 0
       IF WS-ACC-VENDOR-ID (WS-ACC-I) = AP-VENDOR-ID OF WS-AP-RECORD
          AND WS-ACC-MONTH (WS-ACC-I) = WS-EVENT-MONTH
          AND WS-ACC-CODE (WS-ACC-I) = AP-WHT-CODE OF WS-AP-RECORD
          MOVE WS-ACC-I TO WS-ACC-IDX
       END-IF
    END-PERFORM

    IF WS-ACC-IDX = 0
       IF WS-ACC-COUNT >= 3000
          ADD 1 TO WS-ACC-OVERFLOW
          DISPLAY "*** Mais de 3000 combinacoes fornecedor/mes/"
                  "codigo - pagamento de " AP-VENDOR-ID OF WS-AP-RECORD
                  " fora do informe. ***"
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-ACC-COUNT
       MOVE WS-ACC-COUNT TO WS-ACC-IDX
       MOVE AP-VENDOR-ID OF WS-AP-RECORD TO WS-ACC-VENDOR-ID (WS-ACC-IDX)
       MOVE WS-EVENT-MONTH TO WS-ACC-MONTH (WS-ACC-IDX)
       MOVE AP-WHT-CODE OF WS-AP-RECORD TO WS-ACC-CODE (WS-ACC-IDX)
       MOVE 0 TO WS-ACC-LAST-DATE (WS-ACC-IDX)
       MOVE 0 TO WS-ACC-GROSS (WS-ACC-IDX)
       MOVE 0 TO WS-ACC-WHT (WS-ACC-IDX)
       PERFORM NOTE-VENDOR
    END-IF

    ADD WS-PART-GROSS TO WS-ACC-GROSS (WS-ACC-IDX)
    ADD WS-PART-WHT TO WS-ACC-WHT (WS-ACC-IDX)
    IF WS-EVENT-DATE > WS-ACC-LAST-DATE (WS-ACC-IDX)
       MOVE WS-EVENT-DATE TO WS-ACC-LAST-DATE (WS-ACC-IDX)
    END-IF
    .

NOTE-VENDOR.
    MOVE "N" TO WS-VEN-FOUND-SW
    PERFORM VARYING WS-VEN-I FROM 1 BY 1
            UNTIL WS-VEN-I > WS-VEN-COUNT OR VEN-ALREADY-LISTED
       IF WS-VEN-ID (WS-VEN-I) = AP-VENDOR-ID OF WS-AP-RECORD
          MOVE "Y" TO WS-VEN-FOUND-SW
       END-IF
    END-PERFORM
    IF NOT VEN-ALREADY-LISTED AND WS-VEN-COUNT < 1000
       ADD 1 TO WS-VEN-COUNT
       MOVE AP-VENDOR-ID OF WS-AP-RECORD TO WS-VEN-ID (WS-VEN-COUNT)
    END-IF
    .

FIND-CODE-SLOT.
    *> Posicao do codigo de retencao na tabela da conciliacao
    *> (criada na primeira vez); 0 = tabela cheia
    MOVE 0 TO WS-CODE-IDX
    PERFORM VARYING WS-CODE-I FROM 1 BY 1
            UNTIL WS-CODE-I > WS-CODE-COUNT OR WS-CODE-IDX NOT = 0
       IF WS-CD-CODE (WS-CODE-I) = AP-WHT-CODE OF WS-AP-RECORD
          MOVE WS-CODE-I TO WS-CODE-IDX
       END-IF
    END-PERFORM
    IF WS-CODE-IDX NOT = 0
       EXIT PARAGRAPH
    END-IF

    IF WS-CODE-COUNT >= 50
       ADD 1 TO WS-ACC-OVERFLOW
       DISPLAY "*** Mais de 50 codigos de retencao - fatura "
               AP-VENDOR-ID OF WS-AP-RECORD "/"
               AP-INVOICE-NO OF WS-AP-RECORD " fora do informe. ***"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CODE-COUNT
    MOVE WS-CODE-COUNT TO WS-CODE-IDX
    INITIALIZE WS-CODE-ENTRY (WS-CODE-IDX)
    MOVE AP-WHT-CODE OF WS-AP-RECORD TO WS-CD-CODE (WS-CODE-IDX)
    .

LOAD-GUIAS.
    *> Guias do TAX-SETTLE: fatura "G<codigo><AAAAMM>" do
    *> fornecedor-fisco do codigo, mes a mes
    PERFORM VARYING WS-CODE-I FROM 1 BY 1
            UNTIL WS-CODE-I > WS-CODE-COUNT
       MOVE SPACE TO WS-TX-RECORD
       MOVE WS-CD-CODE (WS-CODE-I) TO TX-CODE OF WS-TX-RECORD
       MOVE "R" TO WS-TX-OP-CODE
       CALL "TAX-CODES-IO" USING
            WS-TX-OP-CODE
            WS-TX-RECORD
            WS-TX-RETURN-STATUS
       IF WS-TX-RETURN-STATUS = "00"
          AND TX-VENDOR-ID OF WS-TX-RECORD IS NUMERIC
          AND TX-VENDOR-ID OF WS-TX-RECORD NOT = 0
          PERFORM VARYING WS-MONTH-I FROM 1 BY 1 UNTIL WS-MONTH-I > 12
             PERFORM READ-ONE-GUIA
          END-PERFORM
       END-IF
    END-PERFORM
    .

READ-ONE-GUIA.
    COMPUTE WS-PERIOD-WORK = (WS-TARGET-YEAR * 100) + WS-MONTH-I
    MOVE SPACES TO WS-GUIA-INVOICE-NO
    STRING "G" DELIMITED BY SIZE
           WS-CD-CODE (WS-CODE-I) DELIMITED BY SIZE
           WS-PERIOD-WORK DELIMITED BY SIZE
      INTO WS-GUIA-INVOICE-NO
    MOVE SPACE TO WS-AP-RECORD
    MOVE TX-VENDOR-ID OF WS-TX-RECORD TO AP-VENDOR-ID OF WS-AP-RECORD
    MOVE WS-GUIA-INVOICE-NO TO AP-INVOICE-NO OF WS-AP-RECORD
    MOVE "R" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
         WS-AP-OP-CODE
         WS-AP-RECORD
         WS-AP-RETURN-STATUS
    *> Guia paga e arquivada
    IF WS-AP-RETURN-STATUS NOT = "00"
       MOVE "R" TO WS-AP-OP-CODE
       CALL "AP-INVOICES-HIST-IO" USING
            WS-AP-OP-CODE
            WS-AP-RECORD
            WS-AP-RETURN-STATUS
    END-IF
    IF WS-AP-RETURN-STATUS = "00"
       ADD AP-AMOUNT-CENTS OF WS-AP-RECORD TO WS-CD-GUIAS (WS-CODE-I)
       ADD AP-AMOUNT-CENTS OF WS-AP-RECORD
         TO WS-CD-M-GUIA (WS-CODE-I WS-MONTH-I)
    END-IF
    .

*> ============================================================
*>   Arquivo de eventos da EFD-Reinf
*> ============================================================
WRITE-REINF-FILE.
    MOVE SPACES TO FS-REINF
    OPEN OUTPUT REINF-FILE
    IF FS-REINF NOT = FS-OK
       DISPLAY "*** Erro ao abrir o arquivo Reinf. STATUS: " FS-REINF
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    MOVE CO-CNPJ OF WS-CMP-RECORD TO RFH-TAXPAYER-CNPJ
    MOVE WS-TARGET-YEAR TO RFH-YEAR
    MOVE WS-REINF-MONTH TO RFH-MONTH
    MOVE WS-GEN-DATE TO RFH-GEN-DATE
    MOVE WS-RF-HEADER TO REINF-LINE
    WRITE REINF-LINE

    *> Mes a mes (ou so o mes pedido), beneficiario a beneficiario
    PERFORM VARYING WS-MONTH-I FROM 1 BY 1 UNTIL WS-MONTH-I > 12
       IF WS-REINF-MONTH = 0 OR WS-REINF-MONTH = WS-MONTH-I
          PERFORM VARYING WS-VEN-I FROM 1 BY 1
                  UNTIL WS-VEN-I > WS-VEN-COUNT
             PERFORM WRITE-VENDOR-MONTH-EVENTS
          END-PERFORM
       END-IF
    END-PERFORM

    MOVE WS-EVENT-COUNT TO RFT-EVENT-COUNT
    MOVE WS-EVENT-GROSS TO RFT-TOTAL-GROSS
    MOVE WS-EVENT-WHT TO RFT-TOTAL-WHT
    MOVE WS-RF-TRAILER TO REINF-LINE
    WRITE REINF-LINE

    CLOSE REINF-FILE
    .

WRITE-VENDOR-MONTH-EVENTS.
    MOVE 0 TO WS-VD-RETURN-STATUS
    MOVE SPACE TO WS-VD-RECORD
    PERFORM VARYING WS-ACC-I FROM 1 BY 1
            UNTIL WS-ACC-I > WS-ACC-COUNT
       IF WS-ACC-VENDOR-ID (WS-ACC-I) = WS-VEN-ID (WS-VEN-I)
          AND WS-ACC-MONTH (WS-ACC-I) = WS-MONTH-I
          IF VD-VENDOR-ID OF WS-VD-RECORD NOT = WS-VEN-ID (WS-VEN-I)
             PERFORM READ-VENDOR
          END-IF
          PERFORM WRITE-ONE-EVENT
       END-IF
    END-PERFORM
    .

WRITE-ONE-EVENT.
    *> Beneficiario pessoa fisica (CPF de 11 digitos) = R-4010;
    *> pessoa juridica = R-4020
    IF VD-CNPJ OF WS-VD-RECORD (12:3) = SPACES
       AND VD-CNPJ OF WS-VD-RECORD (1:11) IS NUMERIC
       MOVE "R-4010" TO RFE-EVENT-ID
    ELSE
       MOVE "R-4020" TO RFE-EVENT-ID
    END-IF
    COMPUTE RFE-PERIOD = (WS-TARGET-YEAR * 100) + WS-MONTH-I
    MOVE VD-CNPJ OF WS-VD-RECORD TO RFE-BENEF-DOC
    MOVE VD-NAME OF WS-VD-RECORD TO RFE-BENEF-NAME
    MOVE WS-ACC-VENDOR-ID (WS-ACC-I) TO RFE-VENDOR-ID
    MOVE WS-ACC-CODE (WS-ACC-I) TO RFE-WHT-CODE
    MOVE WS-ACC-LAST-DATE (WS-ACC-I) TO RFE-LAST-PAY-DATE
    MOVE WS-ACC-GROSS (WS-ACC-I) TO RFE-GROSS
    MOVE WS-ACC-GROSS (WS-ACC-I) TO RFE-BASE
    MOVE WS-ACC-WHT (WS-ACC-I) TO RFE-WHT
    MOVE WS-RF-EVENT TO REINF-LINE
    WRITE REINF-LINE

    ADD 1 TO WS-EVENT-COUNT
    ADD WS-ACC-GROSS (WS-ACC-I) TO WS-EVENT-GROSS
    ADD WS-ACC-WHT (WS-ACC-I) TO WS-EVENT-WHT
    .

READ-VENDOR.
    MOVE SPACE TO WS-VD-RECORD
    MOVE WS-VEN-ID (WS-VEN-I) TO VD-VENDOR-ID OF WS-VD-RECORD
    MOVE "R" TO WS-VD-OP-CODE
    CALL "VENDORS-IO" USING
         WS-VD-OP-CODE
         WS-VD-RECORD
         WS-VD-RETURN-STATUS
    IF WS-VD-RETURN-STATUS NOT = "00"
       MOVE WS-VEN-ID (WS-VEN-I) TO VD-VENDOR-ID OF WS-VD-RECORD
       MOVE "(FORNECEDOR FORA DO CADASTRO)" TO VD-NAME OF WS-VD-RECORD
       MOVE SPACES TO VD-CNPJ OF WS-VD-RECORD
    END-IF
    .

*> ============================================================
*>   Informe anual por beneficiario
*> ============================================================
PRINT-VENDOR-STATEMENT.
    PERFORM READ-VENDOR
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Fornecedor " DELIMITED BY SIZE
           WS-VEN-ID (WS-VEN-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VD-NAME OF WS-VD-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "    CPF/CNPJ do beneficiario: " DELIMITED BY SIZE
           VD-CNPJ OF WS-VD-RECORD DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "    Mes      Codigo   Rendimento bruto      Imposto retido"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE 0 TO WS-VEN-GROSS
    MOVE 0 TO WS-VEN-WHT
    PERFORM VARYING WS-MONTH-I FROM 1 BY 1 UNTIL WS-MONTH-I > 12
       PERFORM VARYING WS-ACC-I FROM 1 BY 1
               UNTIL WS-ACC-I > WS-ACC-COUNT
          IF WS-ACC-VENDOR-ID (WS-ACC-I) = WS-VEN-ID (WS-VEN-I)
             AND WS-ACC-MONTH (WS-ACC-I) = WS-MONTH-I
             PERFORM PRINT-STATEMENT-MONTH-LINE
          END-IF
       END-PERFORM
    END-PERFORM

    *> Total do ano por codigo (o que o informe declara)
    PERFORM VARYING WS-CODE-I FROM 1 BY 1
            UNTIL WS-CODE-I > WS-CODE-COUNT
       MOVE 0 TO WS-CODE-GROSS
       MOVE 0 TO WS-CODE-WHT
       PERFORM VARYING WS-ACC-I FROM 1 BY 1
               UNTIL WS-ACC-I > WS-ACC-COUNT
          IF WS-ACC-VENDOR-ID (WS-ACC-I) = WS-VEN-ID (WS-VEN-I)
             AND WS-ACC-CODE (WS-ACC-I) = WS-CD-CODE (WS-CODE-I)
             ADD WS-ACC-GROSS (WS-ACC-I) TO WS-CODE-GROSS
             ADD WS-ACC-WHT (WS-ACC-I) TO WS-CODE-WHT
          END-IF
       END-PERFORM
       IF WS-CODE-GROSS > 0 OR WS-CODE-WHT > 0
          COMPUTE WS-DEC-AMOUNT = WS-CODE-GROSS / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-A
          COMPUTE WS-DEC-AMOUNT = WS-CODE-WHT / 100
          MOVE WS-DEC-AMOUNT TO WS-EDIT-B
          MOVE SPACES TO WS-RP-LINE
          STRING "    TOTAL ANO " DELIMITED BY SIZE
                 WS-CD-CODE (WS-CODE-I) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-EDIT-A DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-EDIT-B DELIMITED BY SIZE
            INTO WS-RP-LINE
          PERFORM EMIT-REPORT-LINE
       END-IF
    END-PERFORM

    COMPUTE WS-DEC-AMOUNT = WS-VEN-GROSS / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    COMPUTE WS-DEC-AMOUNT = WS-VEN-WHT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B
    MOVE SPACES TO WS-RP-LINE
    STRING "    TOTAL GERAL     " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-B DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

PRINT-STATEMENT-MONTH-LINE.
    ADD WS-ACC-GROSS (WS-ACC-I) TO WS-VEN-GROSS
    ADD WS-ACC-WHT (WS-ACC-I) TO WS-VEN-WHT
    COMPUTE WS-DEC-AMOUNT = WS-ACC-GROSS (WS-ACC-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    COMPUTE WS-DEC-AMOUNT = WS-ACC-WHT (WS-ACC-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B
    MOVE SPACES TO WS-RP-LINE
    STRING "    " DELIMITED BY SIZE
           WS-MONTH-I DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ACC-CODE (WS-ACC-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-B DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

*> ============================================================
*>   Conciliacao com as guias do TAX-SETTLE
*> ============================================================
PRINT-RECONCILIATION.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "--- Conciliacao com o TAX-SETTLE" TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "Competencia = retido no caixa - retido sobre faturas de"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE "outros anos + retido em aberto no fim do ano."
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM VARYING WS-CODE-I FROM 1 BY 1
            UNTIL WS-CODE-I > WS-CODE-COUNT
       PERFORM PRINT-CODE-RECONCILIATION
    END-PERFORM

    IF WS-CODE-COUNT = 0
       MOVE "Nenhuma fatura com retencao na fonte." TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    .

PRINT-CODE-RECONCILIATION.
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "Codigo " DELIMITED BY SIZE
           WS-CD-CODE (WS-CODE-I) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    COMPUTE WS-DEC-AMOUNT = WS-CD-CASH (WS-CODE-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    MOVE SPACES TO WS-RP-LINE
    STRING "  Retido no caixa do ano.............: " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = 0 - (WS-CD-OTHER-YEARS (WS-CODE-I) / 100)
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    MOVE SPACES TO WS-RP-LINE
    STRING "  (-) sobre faturas de outros anos...: " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-CD-OPEN-YE (WS-CODE-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    MOVE SPACES TO WS-RP-LINE
    STRING "  (+) em aberto em 31/12.............: " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-CD-ACCRUAL (WS-CODE-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    MOVE SPACES TO WS-RP-LINE
    STRING "  (=) competencia do ano.............: " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    COMPUTE WS-DEC-AMOUNT = WS-CD-GUIAS (WS-CODE-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    MOVE SPACES TO WS-RP-LINE
    STRING "  Guias do TAX-SETTLE no ano.........: " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE "  Mes   Competencia          Guia                Diferenca"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    PERFORM VARYING WS-MONTH-I FROM 1 BY 1 UNTIL WS-MONTH-I > 12
       IF WS-CD-M-ACCRUAL (WS-CODE-I WS-MONTH-I) > 0
          OR WS-CD-M-GUIA (WS-CODE-I WS-MONTH-I) > 0
          PERFORM PRINT-MONTH-RECONCILIATION
       END-IF
    END-PERFORM
    .

PRINT-MONTH-RECONCILIATION.
    COMPUTE WS-DIFF = WS-CD-M-GUIA (WS-CODE-I WS-MONTH-I)
                    - WS-CD-M-ACCRUAL (WS-CODE-I WS-MONTH-I)
    IF WS-DIFF < 0
       COMPUTE WS-DIFF-ABS = 0 - WS-DIFF
    ELSE
       MOVE WS-DIFF TO WS-DIFF-ABS
    END-IF
    COMPUTE WS-DEC-AMOUNT = WS-CD-M-ACCRUAL (WS-CODE-I WS-MONTH-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-A
    COMPUTE WS-DEC-AMOUNT = WS-CD-M-GUIA (WS-CODE-I WS-MONTH-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-B
    COMPUTE WS-DEC-AMOUNT = WS-DIFF / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-C
    MOVE SPACES TO WS-RP-LINE
    STRING "  " DELIMITED BY SIZE
           WS-MONTH-I DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDIT-A DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-B DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-C DELIMITED BY SIZE
      INTO WS-RP-LINE
    *> Tolerancia: 1 centavo por fatura do mes (arredondamento)
    IF WS-DIFF-ABS > WS-CD-M-COUNT (WS-CODE-I WS-MONTH-I)
       MOVE "  <<< DIVERGE" TO WS-RP-LINE (100:13)
       ADD 1 TO WS-RECON-FLAGS
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
