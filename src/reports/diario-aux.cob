>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: diario-aux.cob
*> Objetivo:
*>   - Diario Auxiliar por origem: para um periodo AAAAMM
*>     informado, lista os lancamentos do JOURNAL agrupados pela
*>     origem carimbada no cabecalho (JR-SOURCE - manual, folha,
*>     depreciacao, contas a pagar etc., ver journal.cpy), um
*>     bloco por origem com ID, data, operador/programa que
*>     capturou, situacao (postado / aprovacao), valor (soma dos
*>     debitos das linhas) e memo, e o total de lancamentos e de
*>     valor da origem ao final do bloco.
*>   - Uma origem especifica (codigo de 3 letras informado) ou
*>     todas (branco) - "so os lancamentos manuais" e MAN.
*>   - Lancamentos rejeitados ficam de fora (nunca chegam ao
*>     razao); os anteriores ao campo JR-SOURCE saem num bloco
*>     proprio de origem nao informada.
*>   - Uma primeira varredura do JOURNAL descobre as origens
*>     presentes no periodo (tabela em memoria, ordenada pelo
*>     codigo); depois, uma varredura por origem imprime o bloco
*>     em ordem de ID.
*>   - Impressao espoolada via RPT-SPOOL.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DIARIO-AUX.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JR-TXN-ID
        ALTERNATE RECORD KEY IS JR-ALT-KEY WITH DUPLICATES
        FILE STATUS   IS FS-JOURNAL.

    SELECT JOURNAL-LINES-FILE ASSIGN TO WS-JOURNAL-LINES-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS JL-KEY
        FILE STATUS   IS FS-JOURNAL-LINES.

DATA DIVISION.
FILE SECTION.

FD  JOURNAL-FILE.
COPY "journal.cpy".

FD  JOURNAL-LINES-FILE.
COPY "journal-lines.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

*> Spool de impressao do relatorio (RPT-SPOOL) + catalogo
01 WS-RP-OP-CODE        PIC X.
01 WS-RP-REPORT-NAME    PIC X(12).
01 WS-RP-PERIOD         PIC X(13).
01 WS-RP-LINE           PIC X(132).
01 WS-RP-RETURN-STATUS  PIC XX.

01 FS-JOURNAL       PIC XX.
01 FS-JOURNAL-LINES PIC XX.

*> Resolucao dos caminhos qualificados por empresa (COMPANY-CTL)
01 WS-CO-OP-CODE        PIC X.
01 WS-CO-COMPANY-ID     PIC 9(2).
01 WS-CO-BASE-NAME      PIC X(20).
01 WS-CO-RETURN-STATUS  PIC XX.
01 WS-JOURNAL-PATH       PIC X(64).
01 WS-JOURNAL-LINES-PATH PIC X(64).

01 WS-PERIOD            PIC 9(6).
01 WS-SEL-SOURCE        PIC X(3).

01 WS-EOF-SWITCH        PIC X.
   88 END-OF-JOURNAL          VALUE "Y".

*> Origens presentes no periodo, ordenadas pelo codigo
01 WS-SRC-TABLE.
   05 WS-SRC-ENTRY OCCURS 50 TIMES.
      10 WS-SRC-CODE    PIC X(3).
      10 WS-SRC-COUNT   PIC 9(7).
      10 WS-SRC-AMOUNT  PIC S9(18).
01 WS-SRC-COUNT-USED    PIC 9(3) VALUE 0.
01 WS-SRC-I             PIC 9(3).
01 WS-SRC-J             PIC 9(3).
01 WS-SRC-FOUND-SWITCH  PIC X.
   88 SRC-SLOT-FOUND          VALUE "Y".
01 WS-SRC-SWAP.
   05 WS-SWAP-CODE      PIC X(3).
   05 WS-SWAP-COUNT     PIC 9(7).
   05 WS-SWAP-AMOUNT    PIC S9(18).

01 WS-ENTRY-SOURCE      PIC X(3).
01 WS-CUR-SOURCE        PIC X(3).
01 WS-SRC-DESC          PIC X(40).
01 WS-ENTRY-AMOUNT      PIC S9(18).
01 WS-GRAND-COUNT       PIC 9(9) VALUE 0.
01 WS-GRAND-AMOUNT      PIC S9(18) VALUE 0.
01 WS-STATUS-TEXT       PIC X(9).

01 WS-DEC-AMOUNT        PIC S9(16)V99.
01 WS-EDIT-AMOUNT       PIC -(14)9.99.
01 WS-EDIT-COUNT        PIC Z(8)9.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY " "
    DISPLAY "=== DIARIO-AUX - Diario auxiliar por origem ==="
    DISPLAY "Periodo (AAAAMM)..........................: "
            WITH NO ADVANCING
    ACCEPT WS-PERIOD
    DISPLAY "Origem (3 letras, branco = todas).........: "
            WITH NO ADVANCING
    MOVE SPACES TO WS-SEL-SOURCE
    ACCEPT WS-SEL-SOURCE

    PERFORM RESOLVE-COMPANY-PATHS

    MOVE "DIARIO-AUX" TO WS-RP-REPORT-NAME
    MOVE WS-PERIOD TO WS-RP-PERIOD
    PERFORM OPEN-REPORT-SPOOL

    MOVE SPACES TO WS-RP-LINE
    STRING "=== DIARIO AUXILIAR POR ORIGEM - periodo " DELIMITED BY SIZE
           WS-PERIOD DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    MOVE SPACES TO FS-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF FS-JOURNAL NOT = FS-OK
       MOVE SPACES TO WS-RP-LINE
       STRING "Erro ao abrir JOURNAL-FILE. STATUS: " DELIMITED BY SIZE
              FS-JOURNAL DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO FS-JOURNAL-LINES
    OPEN INPUT JOURNAL-LINES-FILE
    IF FS-JOURNAL-LINES NOT = FS-OK
       MOVE SPACES TO WS-RP-LINE
       STRING "Erro ao abrir JOURNAL-LINES-FILE. STATUS: "
              DELIMITED BY SIZE
              FS-JOURNAL-LINES DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
       CLOSE JOURNAL-FILE
       PERFORM CLOSE-REPORT-SPOOL
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM COLLECT-SOURCES
    PERFORM SORT-SOURCES

    IF WS-SRC-COUNT-USED = 0
       MOVE SPACES TO WS-RP-LINE
       STRING "Nenhum lancamento no periodo para a origem pedida."
              DELIMITED BY SIZE
         INTO WS-RP-LINE
       PERFORM EMIT-REPORT-LINE
    END-IF

    PERFORM VARYING WS-SRC-I FROM 1 BY 1
            UNTIL WS-SRC-I > WS-SRC-COUNT-USED
       PERFORM PRINT-ONE-SOURCE
    END-PERFORM

    CLOSE JOURNAL-FILE
    CLOSE JOURNAL-LINES-FILE

    PERFORM PRINT-GRAND-TOTAL
    PERFORM CLOSE-REPORT-SPOOL
    STOP RUN
    .

RESOLVE-COMPANY-PATHS.
    *> Monta os nomes de arquivo da empresa selecionada
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-PATH
         WS-CO-RETURN-STATUS
    MOVE "P" TO WS-CO-OP-CODE
    MOVE "journal-lines" TO WS-CO-BASE-NAME
    CALL "COMPANY-CTL" USING
         WS-CO-OP-CODE
         WS-CO-COMPANY-ID
         WS-CO-BASE-NAME
         WS-JOURNAL-LINES-PATH
         WS-CO-RETURN-STATUS
    .

COLLECT-SOURCES.
    *> Primeira varredura: origens presentes no periodo, com a
    *> contagem e o valor de cada uma.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-JOURNAL
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          PERFORM CHECK-ENTRY-SELECTED
          IF WS-ENTRY-SOURCE NOT = HIGH-VALUES
             PERFORM SUM-ENTRY-AMOUNT
             PERFORM ACCUMULATE-SOURCE
          END-IF
       ELSE
          SET END-OF-JOURNAL TO TRUE
       END-IF
    END-PERFORM
    .

CHECK-ENTRY-SELECTED.
    *> Devolve em WS-ENTRY-SOURCE a origem do lancamento corrente
    *> quando ele entra no relatorio, ou HIGH-VALUES quando nao
    *> entra (fora do periodo, rejeitado ou de outra origem).
    MOVE HIGH-VALUES TO WS-ENTRY-SOURCE
    IF JR-DATE (1:6) NOT = WS-PERIOD
       OR JR-APPROVAL-STATUS = "R"
       EXIT PARAGRAPH
    END-IF

    *> Registro gravado antes do campo existir chega com
    *> JR-SOURCE em branco ou em LOW-VALUES
    IF JR-SOURCE = LOW-VALUES
       MOVE SPACES TO WS-ENTRY-SOURCE
    ELSE
       MOVE JR-SOURCE TO WS-ENTRY-SOURCE
    END-IF

    IF WS-SEL-SOURCE NOT = SPACES
       AND WS-ENTRY-SOURCE NOT = WS-SEL-SOURCE
       MOVE HIGH-VALUES TO WS-ENTRY-SOURCE
    END-IF
    .

SUM-ENTRY-AMOUNT.
    *> Valor do lancamento = soma dos debitos das linhas
    MOVE 0 TO WS-ENTRY-AMOUNT
    MOVE JR-TXN-ID TO JL-TXN-ID
    MOVE 1         TO JL-LINE-NO
    START JOURNAL-LINES-FILE KEY IS NOT LESS THAN JL-KEY
    IF FS-JOURNAL-LINES = FS-OK
       READ JOURNAL-LINES-FILE NEXT RECORD
       PERFORM UNTIL FS-JOURNAL-LINES NOT = FS-OK
                   OR JL-TXN-ID NOT = JR-TXN-ID
          IF JL-LINE-DC = "D"
             ADD JL-LINE-AMOUNT-CENTS TO WS-ENTRY-AMOUNT
          END-IF
          READ JOURNAL-LINES-FILE NEXT RECORD
       END-PERFORM
    END-IF
    .

ACCUMULATE-SOURCE.
    MOVE "N" TO WS-SRC-FOUND-SWITCH
    PERFORM VARYING WS-SRC-I FROM 1 BY 1
            UNTIL WS-SRC-I > WS-SRC-COUNT-USED OR SRC-SLOT-FOUND
       IF WS-SRC-CODE (WS-SRC-I) = WS-ENTRY-SOURCE
          MOVE "Y" TO WS-SRC-FOUND-SWITCH
       END-IF
    END-PERFORM
    IF SRC-SLOT-FOUND
       *> O VARYING incrementa antes de testar o UNTIL: volta um
       *> passo para apontar o slot encontrado
       SUBTRACT 1 FROM WS-SRC-I
    END-IF

    IF NOT SRC-SLOT-FOUND
       IF WS-SRC-COUNT-USED >= 50
          DISPLAY "Aviso: mais de 50 origens distintas - lancamento "
                  JR-TXN-ID " (origem " WS-ENTRY-SOURCE ") ignorado."
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-SRC-COUNT-USED
       MOVE WS-SRC-COUNT-USED TO WS-SRC-I
       MOVE WS-ENTRY-SOURCE TO WS-SRC-CODE (WS-SRC-I)
       MOVE 0 TO WS-SRC-COUNT (WS-SRC-I)
       MOVE 0 TO WS-SRC-AMOUNT (WS-SRC-I)
    END-IF

    ADD 1 TO WS-SRC-COUNT (WS-SRC-I)
    ADD WS-ENTRY-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-I)
    .

SORT-SOURCES.
    *> Poucas origens: troca simples para imprimir em ordem de
    *> codigo (a origem nao informada, em branco, sai primeiro)
    PERFORM VARYING WS-SRC-I FROM 1 BY 1
            UNTIL WS-SRC-I >= WS-SRC-COUNT-USED
       PERFORM VARYING WS-SRC-J FROM WS-SRC-I BY 1
               UNTIL WS-SRC-J > WS-SRC-COUNT-USED
          IF WS-SRC-CODE (WS-SRC-J) < WS-SRC-CODE (WS-SRC-I)
             MOVE WS-SRC-ENTRY (WS-SRC-I) TO WS-SRC-SWAP
             MOVE WS-SRC-ENTRY (WS-SRC-J) TO WS-SRC-ENTRY (WS-SRC-I)
             MOVE WS-SRC-SWAP TO WS-SRC-ENTRY (WS-SRC-J)
          END-IF
       END-PERFORM
    END-PERFORM
    .

PRINT-ONE-SOURCE.
    MOVE WS-SRC-CODE (WS-SRC-I) TO WS-CUR-SOURCE
    PERFORM DESCRIBE-SOURCE

    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "--- Origem " DELIMITED BY SIZE
           WS-CUR-SOURCE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-SRC-DESC DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "    ID             DATA      CAPTURA   SITUACAO  "
           DELIMITED BY SIZE
           "            VALOR  MEMO" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    *> Varredura do bloco: so os lancamentos desta origem
    MOVE 0 TO JR-TXN-ID
    START JOURNAL-FILE KEY IS NOT LESS THAN JR-TXN-ID
    MOVE "N" TO WS-EOF-SWITCH
    IF FS-JOURNAL NOT = FS-OK
       SET END-OF-JOURNAL TO TRUE
    END-IF
    PERFORM UNTIL END-OF-JOURNAL
       READ JOURNAL-FILE NEXT RECORD
       IF FS-JOURNAL = FS-OK
          PERFORM CHECK-ENTRY-SELECTED
          IF WS-ENTRY-SOURCE = WS-CUR-SOURCE
             PERFORM PRINT-ONE-ENTRY
          END-IF
       ELSE
          SET END-OF-JOURNAL TO TRUE
       END-IF
    END-PERFORM

    MOVE WS-SRC-COUNT (WS-SRC-I) TO WS-EDIT-COUNT
    COMPUTE WS-DEC-AMOUNT = WS-SRC-AMOUNT (WS-SRC-I) / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    STRING "    Total da origem " DELIMITED BY SIZE
           WS-CUR-SOURCE DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " lancamento(s)   valor " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE

    ADD WS-SRC-COUNT (WS-SRC-I)  TO WS-GRAND-COUNT
    ADD WS-SRC-AMOUNT (WS-SRC-I) TO WS-GRAND-AMOUNT
    .

PRINT-ONE-ENTRY.
    PERFORM SUM-ENTRY-AMOUNT
    COMPUTE WS-DEC-AMOUNT = WS-ENTRY-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT

    EVALUATE TRUE
       WHEN JR-POSTED-FLAG = "Y"
          MOVE "POSTADO" TO WS-STATUS-TEXT
       WHEN JR-APPROVAL-STATUS = "P"
          MOVE "PENDENTE" TO WS-STATUS-TEXT
       WHEN OTHER
          MOVE "A POSTAR" TO WS-STATUS-TEXT
    END-EVALUATE

    MOVE SPACES TO WS-RP-LINE
    STRING "    " DELIMITED BY SIZE
           JR-TXN-ID DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           JR-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JR-CREATED-BY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-STATUS-TEXT DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JR-MEMO (1:40) DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

DESCRIBE-SOURCE.
    EVALUATE WS-CUR-SOURCE
       WHEN "MAN" MOVE "Captura manual (MENU)" TO WS-SRC-DESC
       WHEN "MOD" MOVE "Gerado por modelo (MENU)" TO WS-SRC-DESC
       WHEN "IMP" MOVE "Importacao de lancamentos" TO WS-SRC-DESC
       WHEN "FOL" MOVE "Folha de pagamento" TO WS-SRC-DESC
       WHEN "CPG" MOVE "Contas a pagar" TO WS-SRC-DESC
       WHEN "CRC" MOVE "Contas a receber" TO WS-SRC-DESC
       WHEN "PDD" MOVE "Provisao para devedores duvidosos"
                    TO WS-SRC-DESC
       WHEN "DEP" MOVE "Depreciacao" TO WS-SRC-DESC
       WHEN "IMB" MOVE "Imobilizado (baixa/transferencia)"
                    TO WS-SRC-DESC
       WHEN "EMP" MOVE "Emprestimos e financiamentos" TO WS-SRC-DESC
       WHEN "RAT" MOVE "Rateio de custos" TO WS-SRC-DESC
       WHEN "EXT" MOVE "Extrato bancario (lancamento automatico)"
                    TO WS-SRC-DESC
       WHEN "TRB" MOVE "Apuracao de impostos" TO WS-SRC-DESC
       WHEN "REV" MOVE "Reversao de provisoes" TO WS-SRC-DESC
       WHEN "RCT" MOVE "Reconhecimento de receita" TO WS-SRC-DESC
       WHEN "CAM" MOVE "Variacao cambial" TO WS-SRC-DESC
       WHEN "ENC" MOVE "Encerramento do exercicio" TO WS-SRC-DESC
       WHEN "ICM" MOVE "Espelho intercompany" TO WS-SRC-DESC
       WHEN "ETQ" MOVE "Estoques" TO WS-SRC-DESC
       WHEN "COM" MOVE "Comissoes de vendas" TO WS-SRC-DESC
       WHEN "IRC" MOVE "Provisao de IRPJ/CSLL" TO WS-SRC-DESC
       WHEN "PFO" MOVE "Provisao de ferias e 13o" TO WS-SRC-DESC
       WHEN "APL" MOVE "Aplicacoes financeiras" TO WS-SRC-DESC
       WHEN "ARR" MOVE "Arrendamentos (CPC 06)" TO WS-SRC-DESC
       WHEN "RDV" MOVE "Despesas e adiantamentos de funcionarios"
                    TO WS-SRC-DESC
       WHEN "EST" MOVE "Estorno" TO WS-SRC-DESC
       WHEN SPACES
          MOVE "Origem nao informada (anterior ao campo)"
            TO WS-SRC-DESC
       WHEN OTHER
          MOVE "Origem sem descricao" TO WS-SRC-DESC
    END-EVALUATE
    .

PRINT-GRAND-TOTAL.
    MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT
    COMPUTE WS-DEC-AMOUNT = WS-GRAND-AMOUNT / 100
    MOVE WS-DEC-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-RP-LINE
    STRING "=== Total geral: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " lancamento(s)   valor " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
      INTO WS-RP-LINE
    PERFORM EMIT-REPORT-LINE
    .

EMIT-REPORT-LINE.
    *> Cada linha do relatorio sai no terminal e no spool
    DISPLAY WS-RP-LINE
    MOVE "L" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .

OPEN-REPORT-SPOOL.
    MOVE "O" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    IF WS-RP-RETURN-STATUS NOT = "00"
       DISPLAY "Aviso: spool de impressao indisponivel (STATUS "
               WS-RP-RETURN-STATUS ") - relatorio so no terminal."
    END-IF
    .

CLOSE-REPORT-SPOOL.
    MOVE "C" TO WS-RP-OP-CODE
    CALL "RPT-SPOOL" USING
         WS-RP-OP-CODE
         WS-RP-REPORT-NAME
         WS-RP-PERIOD
         WS-RP-LINE
         WS-RP-RETURN-STATUS
    .
