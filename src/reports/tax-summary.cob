*>     (chave primaria do JOURNAL) para o filtro de postado -
*>     fim da antiga varredura sequencial completa de
*>     JOURNAL/JOURNAL-LINES, mesmo padrao novo de CC-PNL.
*>   - Ajustes do livro IFRS (JR-BOOK = 'I') ficam fora: a
*>     apuracao e a dos livros societarios.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-SUMMARY.
    READ JOURNAL-FILE
    IF FS-JOURNAL = FS-OK
       AND JR-POSTED-FLAG = "Y"
       AND NOT JR-BOOK-IFRS
       MOVE "Y" TO WS-HDR-POSTED-SWITCH
       ADD 1 TO WS-ENTRIES-SCANNED
    END-IF
