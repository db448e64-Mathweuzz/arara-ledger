*>     nao aborta o restante do lote (mas conta para o total de
*>     controle da mesma forma, pois o registro de controle mede o
*>     que esta no arquivo, nao o resultado da validacao de negocio).
*>   - Antes do "C", cada lancamento passa pela verificacao de
*>     duplicidade do JOURNAL-IO ('D' - mesma janela de datas,
*>     mesmo total, mesmas contas/natureza): o suspeito NAO e
*>     gravado, vai para "data/journal-import-dup.txt" (layout
*>     dup-reject.cpy) ao lado do lancamento ja existente e conta
*>     como rejeitado.
*>   - Linha em conta de controle de auxiliar (AP, AR, estoque,
*>     imobilizado, emprestimos) e recusada pelo JOURNAL-IO
*>     (FS-CONTROL-ACCOUNT) e o lancamento conta como rejeitado.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. JOURNAL-IMPORT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-IMPORT.

    SELECT DUP-REJECT-FILE ASSIGN TO "data/journal-import-dup.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS   IS FS-DUP-REJECT.

DATA DIVISION.
FILE SECTION.

FD  IMPORT-FILE.
01  IMPORT-LINE PIC X(200).

FD  DUP-REJECT-FILE.
COPY "dup-reject.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-BL-RETURN-STATUS  PIC XX.

01 FS-IMPORT PIC XX.
01 FS-DUP-REJECT PIC XX.
01 WS-ENTRIES-DUPLICATE PIC 9(6) VALUE 0.
01 WS-RUN-DATE          PIC 9(8).
01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-IMPORT VALUE "Y".
01 WS-REC-TYPE PIC X(1).
       STOP RUN
    END-IF

    *> Suspeitos de duplicidade desta execucao
    MOVE SPACES TO FS-DUP-REJECT
    OPEN OUTPUT DUP-REJECT-FILE
    IF FS-DUP-REJECT NOT = FS-OK
       DISPLAY "Erro ao abrir arquivo de duplicidades. STATUS: "
               FS-DUP-REJECT
       CLOSE IMPORT-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    MOVE "N" TO WS-EOF-SWITCH
    PERFORM READ-NEXT-LINE
    *> Pula o registro de controle (B), ja validado na 1a passada
    END-PERFORM

    CLOSE IMPORT-FILE
    CLOSE DUP-REJECT-FILE

    DISPLAY " "
    DISPLAY "Lancamentos lidos.......: " WS-ENTRIES-READ
    DISPLAY "Lancamentos importados...: " WS-ENTRIES-IMPORTED
    DISPLAY "Lancamentos rejeitados...: " WS-ENTRIES-REJECTED
    DISPLAY "  dos quais duplicidade..: " WS-ENTRIES-DUPLICATE

    MOVE "I" TO WS-BL-SEVERITY
    MOVE "JI0999" TO WS-BL-MSG-CODE
             MOVE "A" TO JR-APPROVAL-STATUS
          END-IF

          *> Mesmo lancamento ja existente (digitado no MENU ou
          *> vindo de outro arquivo)? Vai para o arquivo de
          *> duplicidades em vez de ser gravado.
          PERFORM CHECK-DUPLICATE-ENTRY
          IF WS-JR-RETURN-STATUS = FS-DUPLICATE-SUSPECT
             ADD 1 TO WS-ENTRIES-REJECTED
          ELSE
             SET JR-SRC-IMPORT OF JR-RECORD TO TRUE
             MOVE "C" TO WS-JR-OP-CODE
             MOVE 0   TO WS-JR-DATE-TO
             MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
             MOVE SPACE TO WS-JR-SEARCH-MEMO
             MOVE SPACE TO WS-JR-RETURN-STATUS

             CALL "JOURNAL-IO" USING
                  WS-JR-OP-CODE
                  JR-RECORD
                  JR-LINES-TABLE
                  WS-JR-DATE-TO
                  WS-JR-SEARCH-AMOUNT-MIN
                  WS-JR-SEARCH-AMOUNT-MAX
                  WS-JR-SEARCH-MEMO
                  WS-JR-OPERATOR-ID
                  WS-JR-RETURN-STATUS

             IF WS-JR-RETURN-STATUS = FS-OK
                ADD 1 TO WS-ENTRIES-IMPORTED
             ELSE
                DISPLAY "*** Lancamento " JR-TXN-ID
                        " rejeitado: JOURNAL-IO STATUS " WS-JR-RETURN-STATUS
                IF WS-JR-RETURN-STATUS = FS-CONTROL-ACCOUNT
                   DISPLAY "    (linha em conta de controle de "
                           "auxiliar - acerto so pelo auxiliar)"
                END-IF
                ADD 1 TO WS-ENTRIES-REJECTED
             END-IF
          END-IF
       ELSE
          ADD 1 TO WS-ENTRIES-REJECTED
    END-IF
    .

CHECK-DUPLICATE-ENTRY.
    *> JOURNAL-IO 'D': devolve FS-DUPLICATE-SUSPECT com o ID do
    *> lancamento ja existente em WS-JR-SEARCH-AMOUNT-MIN
    MOVE "D" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
    MOVE SPACE TO WS-JR-SEARCH-MEMO
    MOVE SPACE TO WS-JR-RETURN-STATUS
    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         WS-JR-OPERATOR-ID
         WS-JR-RETURN-STATUS

    IF WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-SUSPECT
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-ENTRIES-DUPLICATE
    DISPLAY "*** Lancamento " JR-TXN-ID
            " rejeitado: possivel duplicidade com o lancamento "
            WS-JR-SEARCH-AMOUNT-MIN

    MOVE SPACES TO DR-RECORD
    MOVE WS-BL-PROGRAM           TO DR-PROGRAM
    MOVE WS-RUN-DATE             TO DR-RUN-DATE
    MOVE JR-TXN-ID               TO DR-TXN-ID
    MOVE JR-DATE                 TO DR-DATE
    MOVE WS-TOTAL-DEBIT          TO DR-TOTAL-CENTS
    MOVE WS-JR-SEARCH-AMOUNT-MIN TO DR-SUSPECT-TXN-ID
    MOVE JR-MEMO                 TO DR-MEMO
    WRITE DR-RECORD

    MOVE "W" TO WS-BL-SEVERITY
    MOVE "JI0100" TO WS-BL-MSG-CODE
    MOVE SPACES TO WS-BL-TEXT
    STRING "DUPLICIDADE: "          DELIMITED BY SIZE
           JR-TXN-ID                DELIMITED BY SIZE
           " X "                    DELIMITED BY SIZE
           DR-SUSPECT-TXN-ID        DELIMITED BY SIZE
      INTO WS-BL-TEXT
    PERFORM WRITE-BATCH-LOG
    .

WRITE-BATCH-LOG.
    MOVE "W" TO WS-BL-OP-CODE
    CALL "BATCH-LOG" USING
