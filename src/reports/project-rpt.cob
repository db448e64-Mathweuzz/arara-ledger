*>   - Um projeto especifico (codigo informado) ou todos
*>     (branco); o nome e o status saem do cadastro PROJECTS.
*>   - Impressao espoolada via RPT-SPOOL.
*>   - Ajustes do livro IFRS (JR-BOOK = 'I') ficam fora: o
*>     relatorio e o do LEDGER societario.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PROJECT-RPT.
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          IF JR-POSTED-FLAG = "Y"
             AND NOT JR-BOOK-IFRS
             PERFORM SCAN-ENTRY-LINES
          END-IF
       ELSE
