*>     o saldo de fechamento de cada periodo.
*>   - As 12 colunas saem em duas linhas de seis (jan-jun e
*>     jul-dez) para caber no terminal de 132 posicoes.
*>   - Livro escolhido no start-up: local (LEDGER), so os ajustes
*>     IFRS (IFRS-LEDGER) ou local + IFRS; o LEDGER-BOOK-IO casa as
*>     duas varreduras por chave, entao a ordem por conta vale
*>     tambem na visao consolidada.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. MGMT-PACK.
01 WS-LG-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LG-RECORD==.
01 WS-LG-RETURN-STATUS  PIC XX.
*> Visao por livro: 'L' local, 'I' so ajustes IFRS, 'C' os dois
01 WS-LG-BOOK           PIC X(1) VALUE "L".

01 WS-AC-OP-CODE        PIC X.
01 WS-AC-ACCOUNT-ID     PIC 9(10).
    DISPLAY "Ano fiscal (AAAA).................: " WITH NO ADVANCING
    ACCEPT WS-REPORT-YEAR

    *> Livro contabil: local (LEDGER societario), so os ajustes
    *> IFRS (IFRS-LEDGER) ou local + IFRS (LEDGER-BOOK-IO)
    DISPLAY "Livro (L = local, I = so ajustes IFRS, C = local + IFRS) [L]: "
            WITH NO ADVANCING
    ACCEPT WS-LG-BOOK
    EVALUATE WS-LG-BOOK
       WHEN "I" WHEN "i"
          MOVE "I" TO WS-LG-BOOK
       WHEN "C" WHEN "c"
          MOVE "C" TO WS-LG-BOOK
       WHEN OTHER
          MOVE "L" TO WS-LG-BOOK
    END-EVALUATE

    MOVE "MGMT-PACK" TO WS-RP-REPORT-NAME
    MOVE WS-REPORT-YEAR TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL
    PERFORM EMIT-BOOK-HEADER

    COMPUTE WS-YEAR-START = (WS-REPORT-YEAR * 100) + 1
    COMPUTE WS-YEAR-END   = (WS-REPORT-YEAR * 100) + 12
    PERFORM EMIT-REPORT-LINE

    MOVE "B" TO WS-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS

    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       IF LG-ACCOUNT-ID OF WS-LG-RECORD NOT = WS-CUR-ACCOUNT-ID
       END-IF

       MOVE "N" TO WS-LG-OP-CODE
       CALL "LEDGER-BOOK-IO" USING
            WS-LG-OP-CODE WS-LG-BOOK WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    PERFORM PRINT-ACCOUNT-BREAK
    END-PERFORM
    .

EMIT-BOOK-HEADER.
    *> Identifica no relatorio qual livro foi lido
    EVALUATE WS-LG-BOOK
       WHEN "I"
          MOVE "Livro: SO AJUSTES IFRS (IFRS-LEDGER)" TO WS-RP-LINE
       WHEN "C"
          MOVE "Livro: LOCAL + AJUSTES IFRS" TO WS-RP-LINE
       WHEN OTHER
          MOVE "Livro: LOCAL (LEDGER societario)" TO WS-RP-LINE
    END-EVALUATE
    PERFORM EMIT-REPORT-LINE
    .

EMIT-REPORT-LINE.
    *> Cada linha do relatorio sai no terminal e no spool
    DISPLAY WS-RP-LINE
