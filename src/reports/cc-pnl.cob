*>   - Linha sem centro de custo informado entra no bloco
*>     "(SEM CC)", para que o total do relatorio feche com a
*>     demonstracao de resultado do periodo.
*>   - Ajustes do livro IFRS (JR-BOOK = 'I') ficam fora: o
*>     relatorio e o do LEDGER societario.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CC-PNL.
    READ JOURNAL-FILE
    IF FS-JOURNAL = FS-OK
       AND JR-POSTED-FLAG = "Y"
       AND NOT JR-BOOK-IFRS
       MOVE "Y" TO WS-HDR-POSTED-SWITCH
       ADD 1 TO WS-ENTRIES-SCANNED
    END-IF
