>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: ledger-book-io.cob
*> Objetivo:
*>   - Acesso aos saldos por livro contabil: escolhe entre o
*>     LEDGER societario (LEDGER-IO), o livro paralelo de ajustes
*>     IFRS (IFRS-LEDGER-IO) ou a soma dos dois, para que os
*>     relatorios (TRIAL-BAL, FIN-STATEMENTS, MGMT-PACK) e os
*>     batches que tratam os dois livros (POST-LEDGER,
*>     YEAR-CLOSE) nao dupliquem a regra.
*>   - Livro (L-LB-BOOK):
*>       'L' ou branco = local (LEDGER)
*>       'I' = so ajustes IFRS (IFRS-LEDGER)
*>       'C' = local + IFRS (visao consolidada; so leitura)
*>   - Operacoes (as mesmas do LEDGER-IO):
*>       'W' = Write (upsert) - so nos livros 'L' e 'I'
*>       'R' = Read por conta+periodo; no 'C' devolve a soma dos
*>             dois livros ("00" quando a chave existe em pelo
*>             menos um deles)
*>       'B' = Browse-start / 'N' = Browse-next; no 'C' as duas
*>             varreduras correm juntas em ordem de chave
*>             (conta+periodo) e a chave presente nos dois livros
*>             sai uma vez so, somada - a ordem por conta que o
*>             MGMT-PACK usa para quebrar continua valendo.
*>   - Arquivo IFRS-LEDGER inexistente (nenhum ajuste IFRS
*>     postado ainda) e tratado como livro vazio na visao 'C'.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. LEDGER-BOOK-IO.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Registro corrente de cada livro na varredura consolidada
01 WS-LOC-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-LOC-RECORD==.
01 WS-LOC-RETURN-STATUS  PIC XX.

01 WS-IFR-OP-CODE        PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==WS-IFR-RECORD==.
01 WS-IFR-RETURN-STATUS  PIC XX.

*> Qual lado foi entregue na ultima chamada e precisa avancar
*> no proximo 'N'
01 WS-TAKE-LOC-SWITCH    PIC X VALUE "N".
   88 TAKE-LOC                 VALUE "Y".
01 WS-TAKE-IFR-SWITCH    PIC X VALUE "N".
   88 TAKE-IFR                 VALUE "Y".

LINKAGE SECTION.
01 L-LB-OP-CODE        PIC X.
01 L-LB-BOOK           PIC X.
COPY "ledger.cpy" REPLACING ==LG-RECORD== BY ==L-LB-RECORD==.
01 L-LB-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-LB-OP-CODE
    L-LB-BOOK
    L-LB-RECORD
    L-LB-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-LB-RETURN-STATUS

    EVALUATE TRUE
       WHEN L-LB-BOOK = "L" OR L-LB-BOOK = SPACE
          CALL "LEDGER-IO" USING
               L-LB-OP-CODE L-LB-RECORD L-LB-RETURN-STATUS
       WHEN L-LB-BOOK = "I"
          CALL "IFRS-LEDGER-IO" USING
               L-LB-OP-CODE L-LB-RECORD L-LB-RETURN-STATUS
       WHEN L-LB-BOOK = "C"
          EVALUATE L-LB-OP-CODE
             WHEN "R"
                PERFORM READ-COMBINED
             WHEN "B"
                PERFORM START-COMBINED-BROWSE
             WHEN "N"
                PERFORM NEXT-COMBINED-BROWSE
             WHEN OTHER
                MOVE FS-INVALID-OP TO L-LB-RETURN-STATUS
          END-EVALUATE
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-LB-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

READ-COMBINED.
    MOVE L-LB-RECORD TO WS-LOC-RECORD
    MOVE "R" TO WS-LOC-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LOC-OP-CODE WS-LOC-RECORD WS-LOC-RETURN-STATUS

    MOVE L-LB-RECORD TO WS-IFR-RECORD
    MOVE "R" TO WS-IFR-OP-CODE
    CALL "IFRS-LEDGER-IO" USING
         WS-IFR-OP-CODE WS-IFR-RECORD WS-IFR-RETURN-STATUS

    EVALUATE TRUE
       WHEN WS-LOC-RETURN-STATUS = FS-OK
            AND WS-IFR-RETURN-STATUS = FS-OK
          MOVE WS-LOC-RECORD TO L-LB-RECORD
          PERFORM ADD-IFRS-TO-RESULT
          MOVE FS-OK TO L-LB-RETURN-STATUS
       WHEN WS-LOC-RETURN-STATUS = FS-OK
          MOVE WS-LOC-RECORD TO L-LB-RECORD
          MOVE FS-OK TO L-LB-RETURN-STATUS
       WHEN WS-IFR-RETURN-STATUS = FS-OK
          MOVE WS-IFR-RECORD TO L-LB-RECORD
          MOVE FS-OK TO L-LB-RETURN-STATUS
       WHEN OTHER
          MOVE WS-LOC-RETURN-STATUS TO L-LB-RETURN-STATUS
    END-EVALUATE
    .

START-COMBINED-BROWSE.
    MOVE "B" TO WS-LOC-OP-CODE
    CALL "LEDGER-IO" USING
         WS-LOC-OP-CODE WS-LOC-RECORD WS-LOC-RETURN-STATUS

    MOVE "B" TO WS-IFR-OP-CODE
    CALL "IFRS-LEDGER-IO" USING
         WS-IFR-OP-CODE WS-IFR-RECORD WS-IFR-RETURN-STATUS

    PERFORM DELIVER-LOWER-KEY
    .

NEXT-COMBINED-BROWSE.
    *> Avanca so o(s) livro(s) entregue(s) na chamada anterior
    IF TAKE-LOC
       MOVE "N" TO WS-LOC-OP-CODE
       CALL "LEDGER-IO" USING
            WS-LOC-OP-CODE WS-LOC-RECORD WS-LOC-RETURN-STATUS
    END-IF
    IF TAKE-IFR
       MOVE "N" TO WS-IFR-OP-CODE
       CALL "IFRS-LEDGER-IO" USING
            WS-IFR-OP-CODE WS-IFR-RECORD WS-IFR-RETURN-STATUS
    END-IF

    PERFORM DELIVER-LOWER-KEY
    .

DELIVER-LOWER-KEY.
    *> Casamento das duas varreduras pela chave conta+periodo
    MOVE "N" TO WS-TAKE-LOC-SWITCH
    MOVE "N" TO WS-TAKE-IFR-SWITCH

    EVALUATE TRUE
       WHEN WS-LOC-RETURN-STATUS NOT = FS-OK
            AND WS-IFR-RETURN-STATUS NOT = FS-OK
          MOVE FS-EOF TO L-LB-RETURN-STATUS
          EXIT PARAGRAPH
       WHEN WS-IFR-RETURN-STATUS NOT = FS-OK
          SET TAKE-LOC TO TRUE
       WHEN WS-LOC-RETURN-STATUS NOT = FS-OK
          SET TAKE-IFR TO TRUE
       WHEN LG-KEY OF WS-LOC-RECORD < LG-KEY OF WS-IFR-RECORD
          SET TAKE-LOC TO TRUE
       WHEN LG-KEY OF WS-IFR-RECORD < LG-KEY OF WS-LOC-RECORD
          SET TAKE-IFR TO TRUE
       WHEN OTHER
          SET TAKE-LOC TO TRUE
          SET TAKE-IFR TO TRUE
    END-EVALUATE

    IF TAKE-LOC
       MOVE WS-LOC-RECORD TO L-LB-RECORD
       IF TAKE-IFR
          PERFORM ADD-IFRS-TO-RESULT
       END-IF
    ELSE
       MOVE WS-IFR-RECORD TO L-LB-RECORD
    END-IF
    MOVE FS-OK TO L-LB-RETURN-STATUS
    .

ADD-IFRS-TO-RESULT.
    ADD LG-OPENING-CENTS OF WS-IFR-RECORD
      TO LG-OPENING-CENTS OF L-LB-RECORD
    ADD LG-DEBIT-CENTS   OF WS-IFR-RECORD
      TO LG-DEBIT-CENTS   OF L-LB-RECORD
    ADD LG-CREDIT-CENTS  OF WS-IFR-RECORD
      TO LG-CREDIT-CENTS  OF L-LB-RECORD
    ADD LG-CLOSING-CENTS OF WS-IFR-RECORD
      TO LG-CLOSING-CENTS OF L-LB-RECORD
    .
