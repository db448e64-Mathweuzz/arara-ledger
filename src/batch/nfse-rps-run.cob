>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: nfse-rps-run.cob
*> Objetivo:
*>   - Programa batch de emissao da NFS-e: varre as faturas do
*>     subledger de contas a receber (AR-INVOICES-IO 'L'/'N') e
*>     seleciona as que ainda nao foram enviadas a prefeitura
*>     (AR-NFSE-STATUS 'P' pendente ou 'R' rejeitada no lote
*>     anterior) com emissao ate a data de corte, gravando o lote
*>     de RPS (recibo provisorio de servicos) em
*>     "data/nfse-rps.txt" para o upload no portal da prefeitura.
*>   - Dados do lote: CNPJ do prestador vem do cadastro
*>     COMPANIES (empresa selecionada, COMPANY-CTL 'R'); CNPJ e
*>     razao social do tomador do cadastro CUSTOMERS; valor do
*>     servico = valor faturado (AR-AMOUNT-CENTS mais a parte ja
*>     coberta por adiantamento, AR-ADVANCE-CENTS - a aplicacao
*>     parcial abate o saldo, nao o servico prestado) e ISS =
*>     valor x aliquota do codigo de imposto do ISS no TAX-CODES
*>     (informado no SYSIN, branco = "ISS").
*>   - Layout do arquivo (largura fixa, um registro por linha):
*>       10<CNPJ prestador 14><data geracao 8><lote 8>
*>         <qtde RPS 6>                         (cabecalho)
*>       20<RPS 8><serie 5><emissao 8><CNPJ tomador 14>
*>         <razao social 40><cliente 6><fatura 12><valor 15>
*>         <aliquota 7 (9(3)V9(4))><ISS 15><codigo imposto 4>
*>       90<qtde RPS 6><total servicos 18><total ISS 18>
*>     O retorno da prefeitura (NFSE-RETURN-PROC) religa cada
*>     nota a fatura pelo cliente + numero da fatura e confere o
*>     numero do RPS.
*>   - O numero do RPS e sequencial e continua de
*>     lote em lote: o ultimo numero usado fica no parametro
*>     NFSE-LAST-RPS do SYS-PARAMS (atualizado com trilha no
*>     PARAMS-AUDIT ao final do lote); o numero do lote e o
*>     parametro NFSE-LAST-LOT, no mesmo molde.
*>   - Cada fatura do lote recebe AR-NFSE-STATUS 'E' e o numero
*>     do RPS numa fase propria, DEPOIS que o browse 'L'/'N'
*>     chega ao fim do arquivo (um 'U' no meio do browse seria
*>     recusado com status 41 - mesmo motivo do AR-BOLETO-RUN).
*>   - Fatura de cliente fora do cadastro fica fora do lote e e
*>     contada; RC 4 quando houver fatura pulada, RC 8 em erro
*>     geral (codigo do ISS invalido, empresa sem CNPJ).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. NFSE-RPS-RUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RPS-FILE ASSIGN TO "data/nfse-rps.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-RPS.

DATA DIVISION.
FILE SECTION.

FD  RPS-FILE.
01  RPS-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-RPS PIC XX.

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "NFSERPS".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

01 WS-CUTOFF-DATE       PIC 9(8).
01 WS-GEN-DATE          PIC 9(8).
01 WS-ISS-CODE          PIC X(4).

*> Empresa selecionada (COMPANY-CTL 'R') e seu cadastro
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-PATH           PIC X(64).
01 WS-CO-RETURN-STATUS  PIC XX.

01 WS-CMP-OP-CODE       PIC X.
COPY "companies.cpy" REPLACING ==CO-RECORD== BY ==WS-CMP-RECORD==.
01 WS-CMP-RETURN-STATUS PIC XX.

01 WS-TX-OP-CODE        PIC X.
COPY "tax-codes.cpy" REPLACING ==TX-RECORD== BY ==WS-TX-RECORD==.
01 WS-TX-RETURN-STATUS  PIC XX.

*> Numeracao de RPS e de lote (SYS-PARAMS)
01 WS-SP-OP-CODE        PIC X.
COPY "sys-params.cpy" REPLACING ==SP-RECORD== BY ==WS-SP-RECORD==.
01 WS-SP-OPERATOR-ID    PIC X(8) VALUE "NFSERPS".
01 WS-SP-RETURN-STATUS  PIC XX.
01 WS-LAST-RPS          PIC 9(8)  VALUE 0.
01 WS-LOT-NUMBER        PIC 9(8)  VALUE 0.
01 WS-SEQ-PARAM-KEY     PIC X(20).
01 WS-SEQ-PARAM-VALUE   PIC 9(15).
01 WS-SEQ-PARAM-DESC    PIC X(30).

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-UPD-AR-OP-CODE       PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-UPD-AR-RECORD==.
01 WS-UPD-AR-RETURN-STATUS PIC XX.

01 WS-CU-OP-CODE        PIC X.
COPY "customers.cpy" REPLACING ==CU-RECORD== BY ==WS-CU-RECORD==.
01 WS-CU-RETURN-STATUS  PIC XX.

*> Faturas do lote; a marcacao AR-NFSE-STATUS 'E' so roda
*> depois que o browse fecha o arquivo
01 WS-SEL-TABLE.
   05 WS-SEL-ENTRY OCCURS 500 TIMES.
      10 WS-SEL-CUSTOMER-ID PIC 9(6).
      10 WS-SEL-INVOICE-NO  PIC X(12).
      10 WS-SEL-RPS-NUMBER  PIC 9(8).
01 WS-SEL-I             PIC 9(3).

01 WS-SELECTED-COUNT    PIC 9(6)  VALUE 0.
01 WS-SKIPPED-UNKNOWN   PIC 9(6)  VALUE 0.
01 WS-TOTAL-SERVICES    PIC 9(18) VALUE 0.
01 WS-TOTAL-ISS         PIC 9(18) VALUE 0.
01 WS-ISS-AMOUNT        PIC 9(15).
01 WS-SERVICE-AMOUNT    PIC 9(15).
*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

*> Cabecalho do lote (tipo 10)
01 WS-RPS-HEADER.
   05 RPH-REC-TYPE      PIC X(2)  VALUE "10".
   05 RPH-PROVIDER-CNPJ PIC X(14).
   05 RPH-GEN-DATE      PIC 9(8).
   05 RPH-LOT-NUMBER    PIC 9(8).
   05 RPH-RPS-COUNT     PIC 9(6).
   05 FILLER            PIC X(162) VALUE SPACES.

*> RPS (tipo 20)
01 WS-RPS-DETAIL.
   05 RPD-REC-TYPE      PIC X(2)  VALUE "20".
   05 RPD-RPS-NUMBER    PIC 9(8).
   05 RPD-RPS-SERIES    PIC X(5)  VALUE "RPS".
   05 RPD-ISSUE-DATE    PIC 9(8).
   05 RPD-TAKER-CNPJ    PIC X(14).
   05 RPD-TAKER-NAME    PIC X(40).
   05 RPD-CUSTOMER-ID   PIC 9(6).
   05 RPD-INVOICE-NO    PIC X(12).
   05 RPD-SERVICE-AMT   PIC 9(15).
   05 RPD-ISS-RATE      PIC 9(3)V9(4).
   05 RPD-ISS-AMOUNT    PIC 9(15).
   05 RPD-TAX-CODE      PIC X(4).
   05 FILLER            PIC X(64) VALUE SPACES.

*> Trailer do lote (tipo 90)
01 WS-RPS-TRAILER.
   05 RPT-REC-TYPE      PIC X(2)  VALUE "90".
   05 RPT-RPS-COUNT     PIC 9(6).
   05 RPT-TOTAL-SERVICES PIC 9(18).
   05 RPT-TOTAL-ISS     PIC 9(18).
   05 FILLER            PIC X(156) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== NFSE-RPS-RUN - Lote de RPS para a NFS-e ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "NS0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD

    DISPLAY "Faturas emitidas ate (AAAAMMDD, 0 = hoje): "
            WITH NO ADVANCING
    MOVE 0 TO WS-CUTOFF-DATE
    ACCEPT WS-CUTOFF-DATE
    IF WS-CUTOFF-DATE NOT NUMERIC OR WS-CUTOFF-DATE = 0
       MOVE WS-GEN-DATE TO WS-CUTOFF-DATE
    END-IF

    DISPLAY "Codigo de imposto do ISS (ENTER = ISS): "
            WITH NO ADVANCING
    MOVE SPACES TO WS-ISS-CODE
    ACCEPT WS-ISS-CODE
    IF WS-ISS-CODE = SPACES
       MOVE "ISS" TO WS-ISS-CODE
    END-IF

    PERFORM READ-ISS-TAX-CODE
    IF WS-TX-RETURN-STATUS NOT = "00"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "NS0008" TO WS-BL-MSG-CODE
       MOVE "CODIGO DO ISS INVALIDO - LOTE NAO GERADO" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM READ-PROVIDER-COMPANY
    IF WS-CMP-RETURN-STATUS NOT = "00"
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "NS0008" TO WS-BL-MSG-CODE
       MOVE "EMPRESA SEM CNPJ NO CADASTRO - LOTE NAO GERADO"
         TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    *> Ultimo RPS e ultimo lote emitidos
    MOVE "NFSE-LAST-RPS" TO WS-SEQ-PARAM-KEY
    PERFORM READ-SEQ-PARAM
    MOVE WS-SEQ-PARAM-VALUE TO WS-LAST-RPS
    MOVE "NFSE-LAST-LOT" TO WS-SEQ-PARAM-KEY
    PERFORM READ-SEQ-PARAM
    COMPUTE WS-LOT-NUMBER = WS-SEQ-PARAM-VALUE + 1

    MOVE SPACES TO FS-RPS
    OPEN OUTPUT RPS-FILE
    IF FS-RPS NOT = FS-OK
       DISPLAY "Erro ao abrir arquivo do lote de RPS. STATUS: " FS-RPS
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE CO-CNPJ OF WS-CMP-RECORD TO RPH-PROVIDER-CNPJ
    MOVE WS-GEN-DATE   TO RPH-GEN-DATE
    MOVE WS-LOT-NUMBER TO RPH-LOT-NUMBER

    MOVE "L" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    *> Primeira passada so seleciona; o cabecalho leva a
    *> quantidade de RPS, entao os registros saem depois
    PERFORM UNTIL WS-AR-RETURN-STATUS NOT = "00"
       IF AR-NFSE-TO-SEND OF WS-AR-RECORD
          AND AR-ISSUE-DATE OF WS-AR-RECORD NOT > WS-CUTOFF-DATE
          PERFORM SELECT-ONE-INVOICE
       END-IF

       MOVE "N" TO WS-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-AR-OP-CODE
            WS-AR-RECORD
            WS-AR-RETURN-STATUS
    END-PERFORM

    MOVE WS-SELECTED-COUNT TO RPH-RPS-COUNT
    MOVE WS-RPS-HEADER TO RPS-LINE
    WRITE RPS-LINE

    *> Fase de gravacao e marcacao: o browse terminou em
    *> fim-de-arquivo e os 'R'/'U' podem rodar.
    PERFORM WRITE-AND-MARK-SELECTED

    MOVE WS-SELECTED-COUNT TO RPT-RPS-COUNT
    MOVE WS-TOTAL-SERVICES TO RPT-TOTAL-SERVICES
    MOVE WS-TOTAL-ISS      TO RPT-TOTAL-ISS
    MOVE WS-RPS-TRAILER TO RPS-LINE
    WRITE RPS-LINE

    CLOSE RPS-FILE

    *> Numeracao so avanca quando o lote leva RPS
    IF WS-SELECTED-COUNT > 0
       MOVE "NFSE-LAST-RPS" TO WS-SEQ-PARAM-KEY
       MOVE WS-LAST-RPS TO WS-SEQ-PARAM-VALUE
       MOVE "ULTIMO RPS EMITIDO (NFS-E)" TO WS-SEQ-PARAM-DESC
       PERFORM SAVE-SEQ-PARAM
       MOVE "NFSE-LAST-LOT" TO WS-SEQ-PARAM-KEY
       MOVE WS-LOT-NUMBER TO WS-SEQ-PARAM-VALUE
       MOVE "ULTIMO LOTE DE RPS (NFS-E)" TO WS-SEQ-PARAM-DESC
       PERFORM SAVE-SEQ-PARAM
    END-IF

    DISPLAY " "
    DISPLAY "Lote de RPS numero.................: " WS-LOT-NUMBER
    DISPLAY "RPS no lote........................: " WS-SELECTED-COUNT
    DISPLAY "Faturas puladas (cliente desconhecido): "
            WS-SKIPPED-UNKNOWN
    DISPLAY "Total dos servicos (centavos)......: " WS-TOTAL-SERVICES
    DISPLAY "Total do ISS (centavos)............: " WS-TOTAL-ISS

    IF WS-SELECTED-COUNT = 0
       DISPLAY "Nenhuma fatura pendente de NFS-e ate "
               WS-CUTOFF-DATE "."
    END-IF

    IF WS-SKIPPED-UNKNOWN > 0 AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "NS0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "LOTE " DELIMITED BY SIZE
           WS-LOT-NUMBER DELIMITED BY SIZE
           " RPS " DELIMITED BY SIZE
           WS-SELECTED-COUNT DELIMITED BY SIZE
           " PULADAS " DELIMITED BY SIZE
           WS-SKIPPED-UNKNOWN DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "NFSE-RPS-RUN - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

SELECT-ONE-INVOICE.
    IF WS-SELECTED-COUNT >= 500
       DISPLAY "*** Mais de 500 faturas pendentes - rode o lote "
               "de novo apos o retorno deste. ***"
       IF WS-FINAL-RC < 4
          MOVE 4 TO WS-FINAL-RC
       END-IF
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-CU-RECORD
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
      TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS

    IF WS-CU-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-SKIPPED-UNKNOWN
       DISPLAY "Fatura " AR-CUSTOMER-ID OF WS-AR-RECORD "/"
               AR-INVOICE-NO OF WS-AR-RECORD
               " com cliente fora do cadastro - sem RPS."
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-SELECTED-COUNT
    ADD 1 TO WS-LAST-RPS
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
      TO WS-SEL-CUSTOMER-ID (WS-SELECTED-COUNT)
    MOVE AR-INVOICE-NO OF WS-AR-RECORD
      TO WS-SEL-INVOICE-NO (WS-SELECTED-COUNT)
    MOVE WS-LAST-RPS TO WS-SEL-RPS-NUMBER (WS-SELECTED-COUNT)
    .

WRITE-AND-MARK-SELECTED.
    PERFORM VARYING WS-SEL-I FROM 1 BY 1
            UNTIL WS-SEL-I > WS-SELECTED-COUNT
       MOVE SPACE TO WS-UPD-AR-RECORD
       MOVE WS-SEL-CUSTOMER-ID (WS-SEL-I)
         TO AR-CUSTOMER-ID OF WS-UPD-AR-RECORD
       MOVE WS-SEL-INVOICE-NO (WS-SEL-I)
         TO AR-INVOICE-NO OF WS-UPD-AR-RECORD

       MOVE "R" TO WS-UPD-AR-OP-CODE
       CALL "AR-INVOICES-IO" USING
            WS-UPD-AR-OP-CODE
            WS-UPD-AR-RECORD
            WS-UPD-AR-RETURN-STATUS

       IF WS-UPD-AR-RETURN-STATUS = "00"
          PERFORM WRITE-RPS-DETAIL
          SET AR-NFSE-SENT OF WS-UPD-AR-RECORD TO TRUE
          MOVE WS-SEL-RPS-NUMBER (WS-SEL-I)
            TO AR-RPS-NUMBER OF WS-UPD-AR-RECORD
          MOVE "U" TO WS-UPD-AR-OP-CODE
          CALL "AR-INVOICES-IO" USING
               WS-UPD-AR-OP-CODE
               WS-UPD-AR-RECORD
               WS-UPD-AR-RETURN-STATUS
       END-IF

       IF WS-UPD-AR-RETURN-STATUS NOT = "00"
          DISPLAY "*** Falha ao marcar fatura "
                  WS-SEL-CUSTOMER-ID (WS-SEL-I) "/"
                  WS-SEL-INVOICE-NO (WS-SEL-I)
                  " como RPS enviado - STATUS: "
                  WS-UPD-AR-RETURN-STATUS
          MOVE 8 TO WS-FINAL-RC
       END-IF
    END-PERFORM
    .

WRITE-RPS-DETAIL.
    *> Tomador relido do cadastro (o registro do browse ja foi
    *> sobrescrito pelas leituras seguintes)
    MOVE SPACE TO WS-CU-RECORD
    MOVE AR-CUSTOMER-ID OF WS-UPD-AR-RECORD
      TO CU-CUSTOMER-ID OF WS-CU-RECORD
    MOVE "R" TO WS-CU-OP-CODE
    CALL "CUSTOMERS-IO" USING
         WS-CU-OP-CODE
         WS-CU-RECORD
         WS-CU-RETURN-STATUS

    MOVE WS-SEL-RPS-NUMBER (WS-SEL-I) TO RPD-RPS-NUMBER
    MOVE AR-ISSUE-DATE OF WS-UPD-AR-RECORD TO RPD-ISSUE-DATE
    MOVE CU-CNPJ OF WS-CU-RECORD TO RPD-TAKER-CNPJ
    MOVE CU-NAME OF WS-CU-RECORD TO RPD-TAKER-NAME
    MOVE AR-CUSTOMER-ID OF WS-UPD-AR-RECORD TO RPD-CUSTOMER-ID
    MOVE AR-INVOICE-NO OF WS-UPD-AR-RECORD TO RPD-INVOICE-NO
    *> Valor do servico bruto da aplicacao parcial de adiantamento
    MOVE AR-AMOUNT-CENTS OF WS-UPD-AR-RECORD TO WS-SERVICE-AMOUNT
    IF AR-ADVANCE-CENTS OF WS-UPD-AR-RECORD IS NUMERIC
       ADD AR-ADVANCE-CENTS OF WS-UPD-AR-RECORD TO WS-SERVICE-AMOUNT
    END-IF
    MOVE WS-SERVICE-AMOUNT TO RPD-SERVICE-AMT
    MOVE TX-RATE OF WS-TX-RECORD TO RPD-ISS-RATE
    COMPUTE WS-ISS-AMOUNT ROUNDED =
            WS-SERVICE-AMOUNT
            * TX-RATE OF WS-TX-RECORD / 100
    MOVE WS-ISS-AMOUNT TO RPD-ISS-AMOUNT
    MOVE WS-ISS-CODE TO RPD-TAX-CODE

    MOVE WS-RPS-DETAIL TO RPS-LINE
    WRITE RPS-LINE

    ADD WS-SERVICE-AMOUNT TO WS-TOTAL-SERVICES
    ADD WS-ISS-AMOUNT TO WS-TOTAL-ISS
    .

READ-ISS-TAX-CODE.
    MOVE SPACE TO WS-TX-RECORD
    MOVE WS-ISS-CODE TO TX-CODE OF WS-TX-RECORD
    MOVE "R" TO WS-TX-OP-CODE
    CALL "TAX-CODES-IO" USING
         WS-TX-OP-CODE
         WS-TX-RECORD
         WS-TX-RETURN-STATUS
    IF WS-TX-RETURN-STATUS NOT = "00"
       OR NOT TX-IS-ACTIVE OF WS-TX-RECORD
       DISPLAY "*** Codigo de imposto " WS-ISS-CODE
               " inexistente ou inativo no TAX-CODES. ***"
       MOVE "99" TO WS-TX-RETURN-STATUS
    END-IF
    .

READ-PROVIDER-COMPANY.
    *> Prestador = empresa selecionada; sem CNPJ nao ha lote
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

READ-SEQ-PARAM.
    *> Parametro ausente = numeracao comecando do zero
    MOVE 0 TO WS-SEQ-PARAM-VALUE
    MOVE SPACE TO WS-SP-RECORD
    MOVE WS-SEQ-PARAM-KEY TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE SP-VALUE OF WS-SP-RECORD TO WS-SEQ-PARAM-VALUE
    END-IF
    .

SAVE-SEQ-PARAM.
    *> 'U' quando o parametro ja existe (trilha no PARAMS-AUDIT),
    *> 'C' no primeiro lote
    MOVE SPACE TO WS-SP-RECORD
    MOVE WS-SEQ-PARAM-KEY TO SP-KEY OF WS-SP-RECORD
    MOVE "R" TO WS-SP-OP-CODE
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS = "00"
       MOVE "U" TO WS-SP-OP-CODE
    ELSE
       MOVE "C" TO WS-SP-OP-CODE
       MOVE WS-SEQ-PARAM-KEY  TO SP-KEY OF WS-SP-RECORD
       MOVE WS-SEQ-PARAM-DESC TO SP-DESCRIPTION OF WS-SP-RECORD
    END-IF
    MOVE WS-SEQ-PARAM-VALUE TO SP-VALUE OF WS-SP-RECORD
    CALL "SYS-PARAMS-IO" USING
         WS-SP-OP-CODE
         WS-SP-RECORD
         WS-SP-OPERATOR-ID
         WS-SP-RETURN-STATUS
    IF WS-SP-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao gravar o parametro " WS-SEQ-PARAM-KEY
               " - STATUS: " WS-SP-RETURN-STATUS
               " (acerte no AUX-MENU antes do proximo lote). ***"
       MOVE 8 TO WS-FINAL-RC
    END-IF
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
