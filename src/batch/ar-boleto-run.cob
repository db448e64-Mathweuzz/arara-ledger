*>     browse 'L'/'N' chega ao fim do arquivo (um 'U' no meio do
*>     browse seria recusado com status 41 - mesmo motivo das
*>     tres fases de ACCRUAL-REV).
*>   - Na marcacao, a fatura ganha o txid da cobranca PIX do
*>     boleto hibrido (AR-PIX-TXID: "AR" + cliente + fatura +
*>     data da remessa, so alfanumericos); o PIX-IMPORT religa o
*>     credito PIX a fatura por ele. Fatura que ja tem txid (de
*>     remessa anterior rejeitada) mantem o mesmo.
*>   - O vencimento de cada boleto ja sai rolado para dia util
*>     (BIZ-DAY) - o banco recusa boleto vencendo em feriado.
*>   - Ultima resposta opcional do SYSIN: "S" exige NFS-e emitida
*>     (AR-NFSE-STATUS 'N', gravado pelo NFSE-RETURN-PROC) antes
*>     de o titulo ir ao banco; fatura sem nota fica fora da
*>     remessa e e contada. Branco/ausente = sem exigencia, como
*>     sempre foi.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-BOLETO-RUN.
01 WS-REMIT-SEQ         PIC 9(6).
01 WS-OUR-BANK-CODE     PIC 9(3).
01 WS-GEN-DATE          PIC 9(8).
01 WS-REQUIRE-NFSE      PIC X VALUE SPACE.
   88 NFSE-REQUIRED           VALUE "S" "s".

*> Rolagem do vencimento do boleto para dia util (BIZ-DAY)
*> Conta bancaria propria do cadastro central (BANK-ACCTS-IO)
      10 WS-SEL-CUSTOMER-ID PIC 9(6).
      10 WS-SEL-INVOICE-NO  PIC X(12).
01 WS-SEL-I             PIC 9(3).
01 WS-PIX-INVOICE-NO    PIC X(12).

01 WS-SELECTED-COUNT    PIC 9(6)  VALUE 0.
01 WS-SKIPPED-UNKNOWN   PIC 9(6)  VALUE 0.
01 WS-SKIPPED-FX        PIC 9(6)  VALUE 0.
01 WS-SKIPPED-NO-NFSE   PIC 9(6)  VALUE 0.
01 WS-TOTAL-AMOUNT      PIC 9(18) VALUE 0.
01 WS-DETAIL-SEQ        PIC 9(5)  VALUE 0.
01 WS-LOT-RECORD-COUNT  PIC 9(6)  VALUE 0.
    END-IF
    MOVE BA-BANK-CODE OF WS-BA-RECORD TO WS-OUR-BANK-CODE

    DISPLAY "Exigir NFS-e emitida (S/N, ENTER = N): "
            WITH NO ADVANCING
    ACCEPT WS-REQUIRE-NFSE

    ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD

    MOVE SPACES TO FS-REMIT
            WS-SKIPPED-UNKNOWN
    DISPLAY "Faturas puladas (moeda estrangeira - recebimento "
            "manual): " WS-SKIPPED-FX
    IF NFSE-REQUIRED
       DISPLAY "Faturas puladas (NFS-e ainda nao emitida): "
               WS-SKIPPED-NO-NFSE
    END-IF
    DISPLAY "Valor total da remessa (centavos)..: " WS-TOTAL-AMOUNT

    IF WS-SELECTED-COUNT = 0
       EXIT PARAGRAPH
    END-IF

    *> Remessa que exige nota: titulo so vai ao banco depois que
    *> a prefeitura devolveu o numero da NFS-e
    IF NFSE-REQUIRED
       AND NOT AR-NFSE-ISSUED OF WS-AR-RECORD
       ADD 1 TO WS-SKIPPED-NO-NFSE
       DISPLAY "Fatura " AR-CUSTOMER-ID OF WS-AR-RECORD "/"
               AR-INVOICE-NO OF WS-AR-RECORD
               " sem NFS-e emitida - fora da remessa."
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-CU-RECORD
    MOVE AR-CUSTOMER-ID OF WS-AR-RECORD
      TO CU-CUSTOMER-ID OF WS-CU-RECORD

       IF WS-UPD-AR-RETURN-STATUS = "00"
          SET AR-IN-REMIT OF WS-UPD-AR-RECORD TO TRUE
          IF AR-PIX-TXID OF WS-UPD-AR-RECORD (1:2) NOT = "AR"
             *> txid PIX aceita so letras e digitos: brancos do
             *> numero da fatura viram zero
             MOVE WS-SEL-INVOICE-NO (WS-SEL-I) TO WS-PIX-INVOICE-NO
             INSPECT WS-PIX-INVOICE-NO REPLACING ALL SPACE BY "0"
             INSPECT WS-PIX-INVOICE-NO REPLACING ALL "-" BY "0"
             INSPECT WS-PIX-INVOICE-NO REPLACING ALL "/" BY "0"
             MOVE SPACES TO AR-PIX-TXID OF WS-UPD-AR-RECORD
             STRING "AR" DELIMITED BY SIZE
                    WS-SEL-CUSTOMER-ID (WS-SEL-I) DELIMITED BY SIZE
                    WS-PIX-INVOICE-NO DELIMITED BY SIZE
                    WS-GEN-DATE DELIMITED BY SIZE
               INTO AR-PIX-TXID OF WS-UPD-AR-RECORD
          END-IF
          MOVE "U" TO WS-UPD-AR-OP-CODE
          CALL "AR-INVOICES-IO" USING
               WS-UPD-AR-OP-CODE
