>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: nfse-return-proc.cob
*> Objetivo:
*>   - Programa batch que processa o arquivo de retorno da
*>     prefeitura para o lote de RPS gravado pelo NFSE-RPS-RUN
*>     ("data/nfse-retorno.txt"): para cada RPS convertido em
*>     nota, grava na fatura (AR-INVOICES) o numero da NFS-e, o
*>     codigo de verificacao e a data de emissao, com
*>     AR-NFSE-STATUS 'N' (emitida) - a partir dai a fatura pode
*>     sair em boleto no AR-BOLETO-RUN quando a remessa exige
*>     NFS-e emitida.
*>   - RPS rejeitado pela prefeitura volta para AR-NFSE-STATUS
*>     'R' (entra de novo no proximo lote depois de corrigido o
*>     cadastro) e e listado no relatorio NFSE-RETORNO com a
*>     mensagem devolvida.
*>   - Layout do retorno (largura fixa; registros de tipo
*>     diferente de 20 sao ignorados):
*>       20<RPS 8><cliente 6><fatura 12><situacao 1>
*>         <NFS-e 15><codigo verificacao 16><data emissao 8>
*>         <mensagem 60>
*>     situacao 'N' = NFS-e gerada, 'R' = RPS rejeitado.
*>   - A fatura e religada pelo cliente + numero da fatura e so
*>     e atualizada quando esta aguardando retorno ('E') com o
*>     mesmo numero de RPS; qualquer outra coisa (fatura
*>     inexistente, RPS de outro lote, retorno repetido) sai no
*>     relatorio como divergencia e nada e gravado.
*>   - RC 0 tudo processado, RC 4 com rejeicoes/divergencias,
*>     RC 8 sem arquivo de retorno ou falha de gravacao.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. NFSE-RETURN-PROC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RETURN-FILE ASSIGN TO "data/nfse-retorno.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-RETURN.

DATA DIVISION.
FILE SECTION.

FD  RETURN-FILE.
01  RETURN-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-RETURN PIC XX.
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-RETURN VALUE "Y".

*> Log central de mensagens batch (BATCH-LOG)
01 WS-BL-OP-CODE        PIC X.
01 WS-BL-PROGRAM        PIC X(8) VALUE "NFSERET".
01 WS-BL-SEVERITY       PIC X(1).
01 WS-BL-MSG-CODE       PIC X(6).
01 WS-BL-TEXT           PIC X(60).
01 WS-BL-RETURN-STATUS  PIC XX.

*> Spool do relatorio de rejeicoes (RPT-SPOOL)
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12) VALUE "NFSE-RETORNO".
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 WS-PROC-DATE         PIC 9(8).

*> Registro de retorno (tipo 20)
01 WS-RET-DETAIL.
   05 RTD-REC-TYPE      PIC X(2).
   05 RTD-RPS-NUMBER    PIC 9(8).
   05 RTD-CUSTOMER-ID   PIC 9(6).
   05 RTD-INVOICE-NO    PIC X(12).
   05 RTD-SITUATION     PIC X(1).
      88 RTD-NFSE-ISSUED     VALUE "N".
      88 RTD-RPS-REJECTED    VALUE "R".
   05 RTD-NFSE-NUMBER   PIC X(15).
   05 RTD-VERIFY-CODE   PIC X(16).
   05 RTD-NFSE-DATE     PIC 9(8).
   05 RTD-MESSAGE       PIC X(60).
   05 FILLER            PIC X(72).

01 WS-AR-OP-CODE        PIC X.
COPY "ar-invoices.cpy" REPLACING ==AR-RECORD== BY ==WS-AR-RECORD==.
01 WS-AR-RETURN-STATUS  PIC XX.

01 WS-ISSUED-COUNT      PIC 9(6)  VALUE 0.
01 WS-REJECTED-COUNT    PIC 9(6)  VALUE 0.
01 WS-DIVERGENT-COUNT   PIC 9(6)  VALUE 0.
01 WS-DIVERGENCE-REASON PIC X(50).
*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== NFSE-RETURN-PROC - Retorno do lote de RPS ==="

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "NR0001" TO WS-BL-MSG-CODE
    MOVE "INICIO DA EXECUCAO" TO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD
    MOVE SPACES TO WS-RP-PERIOD
    MOVE WS-PROC-DATE TO WS-RP-PERIOD

    MOVE SPACES TO FS-RETURN
    OPEN INPUT RETURN-FILE
    IF FS-RETURN NOT = FS-OK
       DISPLAY "Arquivo de retorno data/nfse-retorno.txt "
               "indisponivel. STATUS: " FS-RETURN
       MOVE "E" TO WS-BL-SEVERITY
       MOVE "NR0008" TO WS-BL-MSG-CODE
       MOVE "SEM ARQUIVO DE RETORNO DA PREFEITURA" TO WS-BL-TEXT
       PERFORM WRITE-BATCH-LOG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM OPEN-REPORT-SPOOL
    MOVE "RPS REJEITADOS E DIVERGENCIAS DO RETORNO DA NFS-E"
      TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    PERFORM READ-NEXT-LINE
    PERFORM UNTIL END-OF-RETURN
       MOVE RETURN-LINE TO WS-RET-DETAIL
       IF RTD-REC-TYPE = "20"
          PERFORM PROCESS-RETURN-DETAIL
       END-IF
       PERFORM READ-NEXT-LINE
    END-PERFORM

    CLOSE RETURN-FILE

    IF WS-REJECTED-COUNT = 0 AND WS-DIVERGENT-COUNT = 0
       MOVE "(nenhum RPS rejeitado)" TO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF
    PERFORM CLOSE-REPORT-SPOOL

    DISPLAY " "
    DISPLAY "NFS-e emitidas gravadas nas faturas: " WS-ISSUED-COUNT
    DISPLAY "RPS rejeitados (voltam ao lote)....: " WS-REJECTED-COUNT
    DISPLAY "Divergencias (nada gravado)........: " WS-DIVERGENT-COUNT

    IF (WS-REJECTED-COUNT > 0 OR WS-DIVERGENT-COUNT > 0)
       AND WS-FINAL-RC < 4
       MOVE 4 TO WS-FINAL-RC
    END-IF

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "NR0009" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "EMITIDAS " DELIMITED BY SIZE
           WS-ISSUED-COUNT DELIMITED BY SIZE
           " REJEITADAS " DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
           " DIVERGENTES " DELIMITED BY SIZE
           WS-DIVERGENT-COUNT DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG

    DISPLAY "NFSE-RETURN-PROC - Fim"
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

READ-NEXT-LINE.
    READ RETURN-FILE
    IF FS-RETURN NOT = FS-OK
       SET END-OF-RETURN TO TRUE
    END-IF
    .

PROCESS-RETURN-DETAIL.
    MOVE SPACE TO WS-AR-RECORD
    MOVE RTD-CUSTOMER-ID TO AR-CUSTOMER-ID OF WS-AR-RECORD
    MOVE RTD-INVOICE-NO  TO AR-INVOICE-NO OF WS-AR-RECORD
    MOVE "R" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS

    IF WS-AR-RETURN-STATUS NOT = "00"
       MOVE "fatura inexistente no AR-INVOICES"
         TO WS-DIVERGENCE-REASON
       PERFORM REPORT-DIVERGENCE
       EXIT PARAGRAPH
    END-IF

    IF NOT AR-NFSE-SENT OF WS-AR-RECORD
       MOVE "fatura nao esta aguardando retorno de RPS"
         TO WS-DIVERGENCE-REASON
       PERFORM REPORT-DIVERGENCE
       EXIT PARAGRAPH
    END-IF

    IF AR-RPS-NUMBER OF WS-AR-RECORD NOT = RTD-RPS-NUMBER
       MOVE "RPS difere do ultimo enviado para a fatura"
         TO WS-DIVERGENCE-REASON
       PERFORM REPORT-DIVERGENCE
       EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
       WHEN RTD-NFSE-ISSUED
          IF RTD-NFSE-NUMBER = SPACES
             MOVE "NFS-e gerada sem numero no retorno"
               TO WS-DIVERGENCE-REASON
             PERFORM REPORT-DIVERGENCE
             EXIT PARAGRAPH
          END-IF
          SET AR-NFSE-ISSUED OF WS-AR-RECORD TO TRUE
          MOVE RTD-NFSE-NUMBER TO AR-NFSE-NUMBER OF WS-AR-RECORD
          MOVE RTD-VERIFY-CODE
            TO AR-NFSE-VERIFY-CODE OF WS-AR-RECORD
          IF RTD-NFSE-DATE NUMERIC AND RTD-NFSE-DATE NOT = 0
             MOVE RTD-NFSE-DATE TO AR-NFSE-DATE OF WS-AR-RECORD
          ELSE
             MOVE WS-PROC-DATE TO AR-NFSE-DATE OF WS-AR-RECORD
          END-IF
       WHEN RTD-RPS-REJECTED
          SET AR-NFSE-REJECTED OF WS-AR-RECORD TO TRUE
       WHEN OTHER
          MOVE "situacao desconhecida no retorno"
            TO WS-DIVERGENCE-REASON
          PERFORM REPORT-DIVERGENCE
          EXIT PARAGRAPH
    END-EVALUATE

    MOVE "U" TO WS-AR-OP-CODE
    CALL "AR-INVOICES-IO" USING
         WS-AR-OP-CODE
         WS-AR-RECORD
         WS-AR-RETURN-STATUS
    IF WS-AR-RETURN-STATUS NOT = "00"
       DISPLAY "*** Falha ao gravar o retorno na fatura "
               RTD-CUSTOMER-ID "/" RTD-INVOICE-NO
               " - STATUS: " WS-AR-RETURN-STATUS
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    IF RTD-RPS-REJECTED
       PERFORM REPORT-REJECTED-RPS
    ELSE
       ADD 1 TO WS-ISSUED-COUNT
    END-IF
    .

REPORT-REJECTED-RPS.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "RPS " DELIMITED BY SIZE
           RTD-RPS-NUMBER DELIMITED BY SIZE
           "  fatura " DELIMITED BY SIZE
           RTD-CUSTOMER-ID DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           RTD-INVOICE-NO DELIMITED BY SPACE
           "  REJEITADO: " DELIMITED BY SIZE
           RTD-MESSAGE DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "NR0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "RPS " DELIMITED BY SIZE
           RTD-RPS-NUMBER DELIMITED BY SIZE
           " REJEITADO: " DELIMITED BY SIZE
           RTD-MESSAGE DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    .

REPORT-DIVERGENCE.
    ADD 1 TO WS-DIVERGENT-COUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "RPS " DELIMITED BY SIZE
           RTD-RPS-NUMBER DELIMITED BY SIZE
           "  fatura " DELIMITED BY SIZE
           RTD-CUSTOMER-ID DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           RTD-INVOICE-NO DELIMITED BY SPACE
           "  DIVERGENTE: " DELIMITED BY SIZE
           WS-DIVERGENCE-REASON DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "NR0101" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "RPS " DELIMITED BY SIZE
           RTD-RPS-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DIVERGENCE-REASON DELIMITED BY SIZE
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
