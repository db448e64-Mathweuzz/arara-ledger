*>   - Ao final imprime o relatorio de partidas em aberto da
*>     conta, com a idade em dias (convencao 30/360) de cada
*>     item que nao casou.
*>   - Ajustes do livro IFRS (JR-BOOK = 'I') ficam fora: as
*>     partidas casadas sao as do LEDGER societario.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CLEARING-MATCH.
    READ JOURNAL-FILE
    IF FS-JOURNAL = FS-OK
       AND JR-POSTED-FLAG = "Y"
       AND NOT JR-BOOK-IFRS
       MOVE "Y" TO WS-HDR-POSTED-SWITCH
    END-IF
    MOVE SPACES TO FS-JOURNAL
