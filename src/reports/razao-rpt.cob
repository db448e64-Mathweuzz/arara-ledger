*>     razao de dezembro: eles sao postados no 13o periodo
*>     (AAAA13), entao pertencem a visao AAAA13 - inclui-los aqui
*>     quebraria a prova contra o LG-CLOSING de AAAA12.
*>   - Ajustes do livro IFRS (JR-BOOK = 'I') tambem ficam fora:
*>     o razao e o do LEDGER societario.
*>   - Impressao espoolada via RPT-SPOOL, como os demais
*>     relatorios.
*> ------------------------------------------------------------
    IF WS-JR-RETURN-STATUS = "00"
       AND JR-POSTED-FLAG = "Y"
       AND NOT JR-IS-ADJUSTMENT
       AND NOT JR-BOOK-IFRS
       MOVE "Y" TO WS-HDR-OK-SWITCH
    END-IF
    .
