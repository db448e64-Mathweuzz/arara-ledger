*>     em balancetes impressos.
*>   - Impressao espoolada via RPT-SPOOL. RC 4 quando ha contas
*>     destacadas.
*>   - Ajustes do livro IFRS (JR-BOOK = 'I') ficam fora das
*>     linhas listadas, como no RAZAO-RPT: o saldo comparado e o
*>     do LEDGER societario.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FLUX-RPT.

    IF WS-JR-RETURN-STATUS = "00"
       AND JR-POSTED-FLAG = "Y"
       AND NOT JR-BOOK-IFRS
       MOVE "Y" TO WS-HDR-OK-SWITCH
    END-IF
    .
