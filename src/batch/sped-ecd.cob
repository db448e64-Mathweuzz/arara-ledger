*>     NAO transmitir o arquivo.
*>   - Periodos de 01 a 13 do exercicio entram nos I155 (o 13o
*>     carrega os ajustes de auditoria).
*>   - Lancamentos do livro de ajustes IFRS (JR-BOOK = 'I') nunca
*>     entram na ECD: os I155 vem so do LEDGER societario e os
*>     I200/I250 pulam esses lancamentos.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SPED-ECD.
    PERFORM UNTIL END-OF-SCAN
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          *> Ajuste IFRS e do livro paralelo - nao vai para a ECD
          IF JR-POSTED-FLAG = "Y"
             AND JR-DATE (1:4) = WS-FISCAL-YEAR
             AND NOT JR-BOOK-IFRS
             PERFORM WRITE-ONE-I200
          END-IF
       ELSE
