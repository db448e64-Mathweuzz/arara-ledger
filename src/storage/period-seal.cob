*>             compara com o lacre: "00" integro, "98" = o mes
*>             lacrado DERIVOU (conta alterada, incluida ou
*>             removida), "35" = periodo sem lacre)
*>       'S' = Re-seal (descarta o lacre do periodo nos dois
*>             livros e grava de novo a partir do LEDGER atual;
*>             so para correcao autorizada de mes fechado - hoje
*>             o ACCT-RENUM, quando a renumeracao/fusao de contas
*>             move historico de periodo lacrado com o relacre
*>             pedido explicitamente no lote)
*>   - Chamado pelo PERIOD-CTL-IO no fechamento definitivo ('C')
*>     e pelo step noturno SEAL-VERIFY.
*>   - Arquivos da empresa selecionada (COMPANY-CTL), como o
*>     LEDGER que o lacre protege.
*>   - O lacre cobre os dois livros contabeis: o LEDGER societario
*>     (arquivo PERIOD-SEAL) e o livro de ajustes IFRS
*>     (IFRS-LEDGER, lacrado no arquivo PERIOD-SEAL-IFRS, mesmo
*>     layout). 'W' grava os dois; 'V' prova os dois e devolve
*>     o pior resultado - um ajuste IFRS num mes lacrado deriva
*>     do mesmo jeito que um toque no LEDGER. IFRS-LEDGER ainda
*>     inexistente conta como livro vazio. Lacre IFRS ausente num
*>     periodo lacrado antes do livro existir devolve "35", e o
*>     'W' seguinte grava so a parte que falta.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-SEAL.
01 WS-DRIFT-SWITCH      PIC X.
   88 SEAL-HAS-DRIFTED        VALUE "Y".

*> Livro sendo lacrado/provado: 'L' LEDGER, 'I' IFRS-LEDGER
01 WS-SEAL-BOOK         PIC X(1).
   88 SEALING-IFRS-BOOK       VALUE "I".
01 WS-LEDGER-MISSING-SW PIC X.
   88 LEDGER-FILE-MISSING     VALUE "Y".
01 WS-LOCAL-STATUS      PIC XX.
01 WS-DROP-SWITCH       PIC X.
   88 DROP-IS-DONE            VALUE "Y".

LINKAGE SECTION.
01 L-PS-OP-CODE        PIC X.
01 L-PS-PERIOD         PIC 9(6).
MAIN-PARA.
    MOVE SPACES TO L-PS-RETURN-STATUS

    EVALUATE L-PS-OP-CODE
       WHEN "W"
          PERFORM WRITE-BOTH-SEALS
       WHEN "V"
          PERFORM VERIFY-BOTH-SEALS
       WHEN "S"
          PERFORM RESEAL-BOTH-BOOKS
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-PS-RETURN-STATUS
    END-EVALUATE
    GOBACK
    .

WRITE-BOTH-SEALS.
    MOVE "L" TO WS-SEAL-BOOK
    PERFORM RESOLVE-COMPANY-PATHS
    PERFORM WRITE-SEAL
    MOVE L-PS-RETURN-STATUS TO WS-LOCAL-STATUS
    IF WS-LOCAL-STATUS NOT = FS-OK
       AND WS-LOCAL-STATUS NOT = FS-DUPLICATE-KEY
       EXIT PARAGRAPH
    END-IF

    MOVE "I" TO WS-SEAL-BOOK
    PERFORM RESOLVE-COMPANY-PATHS
    MOVE SPACES TO L-PS-RETURN-STATUS
    PERFORM WRITE-SEAL

    *> Resultado: "22" so quando os dois livros ja estavam
    *> lacrados; lacre IFRS gravado agora sobre periodo ja lacrado
    *> no LEDGER conta como gravado ("00")
    IF L-PS-RETURN-STATUS = FS-DUPLICATE-KEY
       MOVE WS-LOCAL-STATUS TO L-PS-RETURN-STATUS
    END-IF
    .

VERIFY-BOTH-SEALS.
    MOVE "L" TO WS-SEAL-BOOK
    PERFORM RESOLVE-COMPANY-PATHS
    PERFORM VERIFY-SEAL
    IF L-PS-RETURN-STATUS NOT = FS-OK
       EXIT PARAGRAPH
    END-IF

    MOVE "I" TO WS-SEAL-BOOK
    PERFORM RESOLVE-COMPANY-PATHS
    MOVE SPACES TO L-PS-RETURN-STATUS
    PERFORM VERIFY-SEAL
    .

RESEAL-BOTH-BOOKS.
    *> Apaga o lacre antigo de cada livro e regrava os dois pelo
    *> mesmo WRITE-BOTH-SEALS do fechamento
    MOVE "L" TO WS-SEAL-BOOK
    PERFORM RESOLVE-COMPANY-PATHS
    PERFORM DROP-SEAL
    IF L-PS-RETURN-STATUS NOT = SPACES
       EXIT PARAGRAPH
    END-IF

    MOVE "I" TO WS-SEAL-BOOK
    PERFORM RESOLVE-COMPANY-PATHS
    PERFORM DROP-SEAL
    IF L-PS-RETURN-STATUS NOT = SPACES
       EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-BOTH-SEALS
    .

DROP-SEAL.
    *> Remove todos os registros do periodo (resumo e contas);
    *> arquivo de lacre inexistente nao tem o que apagar
    MOVE SPACES TO FS-SEAL
    OPEN I-O SEAL-FILE
    IF FS-SEAL = FS-NOT-FOUND
       EXIT PARAGRAPH
    END-IF
    IF FS-SEAL NOT = FS-OK
       MOVE FS-SEAL TO L-PS-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-PS-PERIOD TO PS-PERIOD
    MOVE 0 TO PS-ACCOUNT-ID
    MOVE "N" TO WS-DROP-SWITCH
    START SEAL-FILE KEY IS NOT LESS THAN PS-KEY
    IF FS-SEAL NOT = FS-OK
       SET DROP-IS-DONE TO TRUE
    END-IF

    PERFORM UNTIL DROP-IS-DONE
       READ SEAL-FILE NEXT RECORD
       IF FS-SEAL = FS-OK AND PS-PERIOD = L-PS-PERIOD
          DELETE SEAL-FILE RECORD
       ELSE
          SET DROP-IS-DONE TO TRUE
       END-IF
    END-PERFORM

    CLOSE SEAL-FILE
    .

RESOLVE-COMPANY-PATHS.
    *> Monta os nomes de arquivo da empresa selecionada
    *> (livro de ajustes IFRS: IFRS-LEDGER e o lacre proprio dele)
    MOVE "P" TO WS-CO-OP-CODE
    IF SEALING-IFRS-BOOK
       MOVE "ledger-ifrs" TO WS-CO-BASE-NAME
    ELSE
       MOVE "ledger" TO WS-CO-BASE-NAME
    END-IF
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-LEDGER-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    IF SEALING-IFRS-BOOK
       MOVE "period-seal-ifrs" TO WS-CO-BASE-NAME
    ELSE
       MOVE "period-seal" TO WS-CO-BASE-NAME
    END-IF
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
       EXIT PARAGRAPH
    END-IF

    PERFORM OPEN-LEDGER-FOR-SEAL
    IF FS-LEDGER NOT = FS-OK AND NOT LEDGER-FILE-MISSING
       MOVE FS-LEDGER TO L-PS-RETURN-STATUS
       CLOSE SEAL-FILE
       EXIT PARAGRAPH
    MOVE 0 TO WS-ACCOUNT-COUNT
    MOVE 0 TO WS-TOTAL-CLOSING
    MOVE "N" TO WS-EOF-SWITCH
    IF LEDGER-FILE-MISSING
       SET END-OF-LEDGER TO TRUE
    END-IF

    PERFORM UNTIL END-OF-LEDGER
       READ LEDGER-FILE NEXT RECORD
       END-IF
    END-PERFORM

    IF NOT LEDGER-FILE-MISSING
       CLOSE LEDGER-FILE
    END-IF

    *> Registro-resumo (conta 0): total e contagem do periodo
    MOVE SPACE TO PS-RECORD
    MOVE 0 TO WS-ACCOUNT-COUNT
    MOVE 0 TO WS-TOTAL-CLOSING

    PERFORM OPEN-LEDGER-FOR-SEAL
    IF FS-LEDGER NOT = FS-OK AND NOT LEDGER-FILE-MISSING
       MOVE FS-LEDGER TO L-PS-RETURN-STATUS
       CLOSE SEAL-FILE
       EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF-SWITCH
    IF LEDGER-FILE-MISSING
       SET END-OF-LEDGER TO TRUE
    END-IF
    PERFORM UNTIL END-OF-LEDGER
       READ LEDGER-FILE NEXT RECORD
       IF FS-LEDGER = FS-OK
       END-IF
    END-PERFORM

    IF NOT LEDGER-FILE-MISSING
       CLOSE LEDGER-FILE
    END-IF

    IF WS-ACCOUNT-COUNT NOT = WS-SEAL-COUNT
       OR WS-TOTAL-CLOSING NOT = WS-SEAL-TOTAL
    CLOSE SEAL-FILE
    .

OPEN-LEDGER-FOR-SEAL.
    *> IFRS-LEDGER ainda inexistente (nenhum ajuste IFRS postado)
    *> e lacrado/provado como livro vazio
    MOVE "N" TO WS-LEDGER-MISSING-SW
    MOVE SPACES TO FS-LEDGER
    OPEN INPUT LEDGER-FILE
    IF FS-LEDGER = FS-NOT-FOUND AND SEALING-IFRS-BOOK
       SET LEDGER-FILE-MISSING TO TRUE
    END-IF
    .

VERIFY-ONE-ACCOUNT.
    *> Confere o LG-CLOSING-CENTS da conta contra o lacre; conta
    *> nova no periodo (sem registro lacrado) tambem e deriva.
