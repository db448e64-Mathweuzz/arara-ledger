*>             faixas de centro de custo (DL-KIND 'C');
*>       'B' = BUDGET-VAR: secao comeca na linha que abre com a
*>             conta de 10 digitos e o burst usa as faixas de
*>             conta (DL-KIND 'S');
*>       'V' = COMISSOES (COMMISSION-RUN): secao comeca na
*>             linha "--- Vendedor NNNN" e o destinatario vem do
*>             cadastro de vendedores (SL-RECIPIENT), nao da
*>             DIST-LIST; outras secoes "--- " (resumo) nao vao
*>             a nenhum destinatario.
*>   - Um passe completo do arquivo mestre por destinatario (o
*>     RPT-SPOOL mantem um spool aberto por vez); as linhas
*>     antes da primeira secao (titulo) saem em todos.
01 WS-DL-COUNT          PIC 9(3) VALUE 0.
01 WS-DL-I              PIC 9(3).

*> Vendedores com destinatario do extrato (tipo 'V')
01 WS-SL-OP-CODE        PIC X.
COPY "salespeople.cpy" REPLACING ==SL-RECORD== BY ==WS-SL-RECORD==.
01 WS-SL-RETURN-STATUS  PIC XX.
01 WS-SR-TABLE.
   05 WS-SR-ENTRY OCCURS 200 TIMES.
      10 WS-SR-REP-ID       PIC 9(4).
      10 WS-SR-RECIPIENT    PIC X(8).
01 WS-SR-COUNT          PIC 9(3) VALUE 0.
01 WS-SR-I              PIC 9(3).

*> Destinatarios distintos
01 WS-RCPT-TABLE.
   05 WS-RCPT-ENTRY OCCURS 50 TIMES PIC X(8).
01 WS-RCPT-FOUND-SW     PIC X.
   88 RCPT-ALREADY-LISTED     VALUE "Y".
01 WS-CUR-RECIPIENT     PIC X(8).
01 WS-NEW-RECIPIENT     PIC X(8).

*> Controle de secao durante o passe do arquivo mestre
01 WS-IN-HEADER-SW      PIC X.
   88 SECTION-IS-WANTED       VALUE "Y".
01 WS-SECTION-CC        PIC X(6).
01 WS-SECTION-ACCT      PIC 9(10).
01 WS-SECTION-REP       PIC X(4).
01 WS-LINES-EMITTED     PIC 9(7).
01 WS-BURSTS-MADE       PIC 9(2) VALUE 0.

MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== RPT-BURST - Burst de relatorios por destinatario ==="
    DISPLAY "Tipo (C = CC-PNL, B = BUDGET-VAR, V = COMISSOES): "
            WITH NO ADVANCING
    ACCEPT WS-BURST-TYPE
    IF WS-BURST-TYPE NOT = "C" AND WS-BURST-TYPE NOT = "B"
       AND WS-BURST-TYPE NOT = "V"
       DISPLAY "Tipo invalido."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    DISPLAY "Periodo/parametro do burst........: " WITH NO ADVANCING
    ACCEPT WS-BURST-PERIOD

    IF WS-BURST-TYPE = "V"
       PERFORM LOAD-SALES-RECIPIENTS
    ELSE
       PERFORM LOAD-DIST-LIST
    END-IF
    IF WS-RCPT-COUNT = 0
       DISPLAY "Nenhum destinatario com faixas do tipo pedido na"
       DISPLAY "DIST-LIST (ou vendedor com destinatario) - nada a "
               "distribuir."
       STOP RUN
    END-IF

          IF WS-DL-COUNT < 200
             ADD 1 TO WS-DL-COUNT
             MOVE WS-DL-RECORD TO WS-DL-REC (WS-DL-COUNT)
             MOVE DL-RECIPIENT OF WS-DL-RECORD TO WS-NEW-RECIPIENT
             PERFORM NOTE-RECIPIENT
          END-IF
       END-IF
    END-PERFORM
    .

LOAD-SALES-RECIPIENTS.
    *> Tipo 'V': cada vendedor com SL-RECIPIENT preenchido recebe
    *> a propria secao do extrato de comissoes
    MOVE SPACE TO WS-SL-RECORD
    MOVE "L" TO WS-SL-OP-CODE
    CALL "SALESPEOPLE-IO" USING
         WS-SL-OP-CODE
         WS-SL-RECORD
         WS-SL-RETURN-STATUS

    PERFORM UNTIL WS-SL-RETURN-STATUS NOT = "00"
       IF SL-RECIPIENT OF WS-SL-RECORD NOT = SPACES
          AND WS-SR-COUNT < 200
          ADD 1 TO WS-SR-COUNT
          MOVE SL-REP-ID OF WS-SL-RECORD TO WS-SR-REP-ID (WS-SR-COUNT)
          MOVE SL-RECIPIENT OF WS-SL-RECORD
            TO WS-SR-RECIPIENT (WS-SR-COUNT)
          MOVE SL-RECIPIENT OF WS-SL-RECORD TO WS-NEW-RECIPIENT
          PERFORM NOTE-RECIPIENT
       END-IF
       MOVE "N" TO WS-SL-OP-CODE
       CALL "SALESPEOPLE-IO" USING
            WS-SL-OP-CODE
            WS-SL-RECORD
            WS-SL-RETURN-STATUS
    END-PERFORM
    .

NOTE-RECIPIENT.
    MOVE "N" TO WS-RCPT-FOUND-SW
    PERFORM VARYING WS-RCPT-J FROM 1 BY 1
            UNTIL WS-RCPT-J > WS-RCPT-COUNT
               OR RCPT-ALREADY-LISTED
       IF WS-RCPT-ENTRY (WS-RCPT-J) = WS-NEW-RECIPIENT
          MOVE "Y" TO WS-RCPT-FOUND-SW
       END-IF
    END-PERFORM
    IF NOT RCPT-ALREADY-LISTED
       IF WS-RCPT-COUNT < 50
          ADD 1 TO WS-RCPT-COUNT
          MOVE WS-NEW-RECIPIENT TO WS-RCPT-ENTRY (WS-RCPT-COUNT)
       ELSE
          DISPLAY "*** Mais de 50 destinatarios - excedente fora "
                  "desta execucao. ***"
ROUTE-MASTER-LINE.
    *> Abertura de secao muda o filtro; cabecalho (antes da
    *> primeira secao) sai para todos os destinatarios
    EVALUATE WS-BURST-TYPE
       WHEN "C"
          IF MASTER-LINE (1:20) = "--- Centro de custo "
             MOVE "N" TO WS-IN-HEADER-SW
             MOVE MASTER-LINE (21:6) TO WS-SECTION-CC
             PERFORM CHECK-CC-SECTION
          END-IF
       WHEN "V"
          IF MASTER-LINE (1:13) = "--- Vendedor "
             MOVE "N" TO WS-IN-HEADER-SW
             MOVE MASTER-LINE (14:4) TO WS-SECTION-REP
             PERFORM CHECK-REP-SECTION
          ELSE
             IF MASTER-LINE (1:4) = "--- "
                MOVE "N" TO WS-IN-HEADER-SW
                MOVE "N" TO WS-SECTION-WANTED-SW
             END-IF
          END-IF
       WHEN OTHER
          IF MASTER-LINE (1:10) IS NUMERIC
             MOVE "N" TO WS-IN-HEADER-SW
             MOVE MASTER-LINE (1:10) TO WS-SECTION-ACCT
             PERFORM CHECK-ACCT-SECTION
          END-IF
    END-EVALUATE

    IF STILL-IN-HEADER OR SECTION-IS-WANTED
       MOVE MASTER-LINE TO WS-RP-LINE
       END-IF
    END-PERFORM
    .

CHECK-REP-SECTION.
    MOVE "N" TO WS-SECTION-WANTED-SW
    IF WS-SECTION-REP NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SR-I FROM 1 BY 1 UNTIL WS-SR-I > WS-SR-COUNT
       IF WS-SR-REP-ID (WS-SR-I) = WS-SECTION-REP
          AND WS-SR-RECIPIENT (WS-SR-I) = WS-CUR-RECIPIENT
          MOVE "Y" TO WS-SECTION-WANTED-SW
       END-IF
    END-PERFORM
    .
