*>   - O lancamento gerado fica com JR-POSTED-FLAG = 'N', como
*>     qualquer outro lancamento novo: cabe ao POST-LEDGER
*>     efetivar o encerramento no LEDGER na proxima execucao.
*>   - Depois do livro societario, encerra tambem o livro de
*>     ajustes IFRS (IFRS-LEDGER): os ajustes IFRS em contas de
*>     resultado vao para a mesma conta de PL num segundo
*>     lancamento de encerramento com JR-BOOK = 'I' (ID na faixa
*>     'Y' + 1000000000), postado no IFRS-LEDGER, e a abertura
*>     IFRS de janeiro dessas contas e zerada. Os saldos IFRS de
*>     dezembro sao colhidos numa tabela antes de qualquer
*>     'R'/'W' no mesmo arquivo (padrao das duas fases do
*>     CARRY-FWD).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. YEAR-CLOSE.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-TGT-LG-RECORD==.
01 WS-TGT-LG-RETURN-STATUS PIC XX.

*> Livro em encerramento ('L' societario, 'I' ajustes IFRS): o
*> 13o periodo e a abertura de janeiro sao lidos/gravados no
*> livro certo pelo LEDGER-BOOK-IO
01 WS-CLOSE-BOOK         PIC X(1) VALUE "L".
   88 CLOSING-IFRS-BOOK        VALUE "I".
78 WS-IFRS-CLOSE-ID-OFFSET VALUE 1000000000.

*> Saldos IFRS de dezembro colhidos antes do encerramento IFRS
01 WS-IFRS-DEC-TABLE.
   05 WS-IFRS-DEC-REC OCCURS 500 TIMES PIC X(92).
01 WS-IFRS-DEC-COUNT     PIC 9(3) VALUE 0.
01 WS-IFRS-DEC-I         PIC 9(3).

*> Teto de 199 contas R/D com saldo por lancamento de encerramento
*> (a 200a linha de JR-LINES-TABLE fica reservada para o lancamento
*> liquido em Patrimonio Liquido, ver BUILD-CLOSING-ENTRY).
COPY "journal.cpy".
COPY "journal-lines-table.cpy".

*> RC final - os CALLs zeram RETURN-CODE, entao ele so e
*> movido no fim
01 WS-FINAL-RC          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "

    IF WS-AC-RETURN-STATUS NOT = "00" OR WS-AC-ACCOUNT-TYPE NOT = "E"
       DISPLAY "Conta informada nao e uma conta de Patrimonio Liquido (E)."
       MOVE WS-FINAL-RC TO RETURN-CODE
       STOP RUN
    END-IF

    IF WS-ZERO-COUNT = 0
       DISPLAY "Nenhuma conta de receita/despesa com saldo em dezembro/"
               WS-YEAR ". Nada a encerrar."
    ELSE
       PERFORM BUILD-CLOSING-ENTRY
       PERFORM WRITE-CLOSING-ENTRY
    END-IF

    PERFORM CLOSE-IFRS-BOOK

    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN
    .

CLOSE-IFRS-BOOK.
    *> Segundo encerramento, so do livro de ajustes IFRS
    SET CLOSING-IFRS-BOOK TO TRUE
    MOVE 0 TO WS-ZERO-COUNT WS-QUALIFY-COUNT
    MOVE 0 TO WS-TOTAL-DEBIT-LINES WS-TOTAL-CREDIT-LINES
    MOVE 0 TO WS-IFRS-DEC-COUNT

    MOVE "B" TO WS-LG-OP-CODE
    CALL "IFRS-LEDGER-IO" USING
         WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS
    PERFORM UNTIL WS-LG-RETURN-STATUS NOT = "00"
       IF LG-PERIOD OF WS-LG-RECORD = WS-DEC-PERIOD
          IF WS-IFRS-DEC-COUNT < 500
             ADD 1 TO WS-IFRS-DEC-COUNT
             MOVE WS-LG-RECORD TO WS-IFRS-DEC-REC (WS-IFRS-DEC-COUNT)
          ELSE
             *> Conta que nao coube na tabela nao pode ficar de
             *> fora em silencio: conta como excesso e aborta
             ADD 200 TO WS-QUALIFY-COUNT
          END-IF
       END-IF
       MOVE "N" TO WS-LG-OP-CODE
       CALL "IFRS-LEDGER-IO" USING
            WS-LG-OP-CODE WS-LG-RECORD WS-LG-RETURN-STATUS
    END-PERFORM

    IF WS-QUALIFY-COUNT = 0
       PERFORM VARYING WS-IFRS-DEC-I FROM 1 BY 1
               UNTIL WS-IFRS-DEC-I > WS-IFRS-DEC-COUNT
          MOVE WS-IFRS-DEC-REC (WS-IFRS-DEC-I) TO WS-LG-RECORD
          PERFORM PROCESS-RD-ACCOUNT
       END-PERFORM
    END-IF

    IF WS-QUALIFY-COUNT > 199
       DISPLAY "*** Livro IFRS: contas de resultado demais para um unico "
               "lancamento de encerramento. Encerramento IFRS ABORTADO. ***"
       MOVE 8 TO WS-FINAL-RC
       EXIT PARAGRAPH
    END-IF

    IF WS-ZERO-COUNT = 0
       DISPLAY "Livro IFRS: nenhum ajuste de resultado com saldo em "
               "dezembro/" WS-YEAR "."
       EXIT PARAGRAPH
    END-IF

    PERFORM BUILD-CLOSING-ENTRY
    PERFORM WRITE-CLOSING-ENTRY
    .

PROCESS-RD-ACCOUNT.
    MOVE LG-ACCOUNT-ID OF WS-LG-RECORD TO WS-AC-ACCOUNT-ID
    MOVE "R" TO WS-AC-OP-CODE
      TO LG-ACCOUNT-ID OF WS-ADJ-LG-RECORD
    MOVE WS-ADJ-PERIOD TO LG-PERIOD OF WS-ADJ-LG-RECORD
    MOVE "R" TO WS-ADJ-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-ADJ-LG-OP-CODE WS-CLOSE-BOOK WS-ADJ-LG-RECORD
         WS-ADJ-LG-RETURN-STATUS
    IF WS-ADJ-LG-RETURN-STATUS = FS-OK
       COMPUTE WS-EFFECTIVE-CLOSING = WS-EFFECTIVE-CLOSING
             + LG-DEBIT-CENTS  OF WS-ADJ-LG-RECORD
    MOVE WS-JAN-PERIOD                  TO LG-PERIOD     OF WS-TGT-LG-RECORD

    MOVE "R" TO WS-TGT-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-TGT-LG-OP-CODE WS-CLOSE-BOOK WS-TGT-LG-RECORD
         WS-TGT-LG-RETURN-STATUS

    IF WS-TGT-LG-RETURN-STATUS NOT = FS-OK
       MOVE LG-ACCOUNT-ID OF WS-LG-RECORD TO LG-ACCOUNT-ID OF WS-TGT-LG-RECORD
          - LG-CREDIT-CENTS  OF WS-TGT-LG-RECORD

    MOVE "W" TO WS-TGT-LG-OP-CODE
    CALL "LEDGER-BOOK-IO" USING
         WS-TGT-LG-OP-CODE WS-CLOSE-BOOK WS-TGT-LG-RECORD
         WS-TGT-LG-RETURN-STATUS
    .

BUILD-CLOSING-ENTRY.
           WS-YEAR                      DELIMITED BY SIZE
      INTO JR-MEMO

    IF CLOSING-IFRS-BOOK
       ADD WS-IFRS-CLOSE-ID-OFFSET TO JR-TXN-ID
       MOVE SPACES TO JR-MEMO
       STRING "ENCERRAMENTO DO EXERCICIO " DELIMITED BY SIZE
              WS-YEAR                      DELIMITED BY SIZE
              " - AJUSTES IFRS"            DELIMITED BY SIZE
         INTO JR-MEMO
       SET JR-BOOK-IFRS OF JR-RECORD TO TRUE
    ELSE
       MOVE "L" TO JR-BOOK OF JR-RECORD
    END-IF

    PERFORM VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > WS-ZERO-COUNT
       SET WS-ZERO-IDX TO WS-LINE-I
       MOVE WS-LINE-I                        TO JR-LINE-NO (WS-LINE-I)
    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-YEAR-CLOSE OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
