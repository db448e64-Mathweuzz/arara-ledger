>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: inv-aging.cob
*> Objetivo:
*>   - Subprograma que calcula a idade do saldo de UM item de
*>     estoque numa data de referencia (ver inv-aging.cpy):
*>     quantidade e valor por faixa de idade, ultima saida e dias
*>     parado - a mesma regra para o relatorio INV-AGING-RPT e
*>     para a provisao de obsolescencia do INV-OBSOL.
*>   - Saldo na data: o saldo atual do item (INV-ITEMS) menos o
*>     efeito dos movimentos posteriores a data - vale tambem
*>     para item implantado antes do historico do INV-MOVES.
*>     O valor recompoe pelo IM-TOTAL-CENTS de cada movimento.
*>   - Camadas: o saldo e atribuido as entradas ('R' e sobras de
*>     contagem 'S') da mais recente para a mais antiga; a
*>     quantidade que sobrar (sem entrada no historico) vai para
*>     a faixa mais antiga. O valor de cada faixa e proporcional
*>     a quantidade; a faixa mais antiga com saldo leva o residuo
*>     do arredondamento.
*>   - Movimentos arquivados pelo SUBL-ARCHIVE
*>     (INV-MOVES-HIST-IO) entram antes dos vivos: as camadas
*>     antigas continuam com a data da entrada original.
*>   - L-AG-RETURN-STATUS "00" = ok; "23" = item sem saldo na
*>     data (resultado zerado).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INV-AGING.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-IM-OP-CODE        PIC X.
COPY "inv-moves.cpy" REPLACING ==IM-RECORD== BY ==WS-IM-RECORD==.
01 WS-IM-RETURN-STATUS  PIC XX.

*> Entradas do item ate a data, em ordem de movimento; cheia, a
*> mais antiga sai da tabela (so as recentes formam o saldo)
01 WS-LAYER-TABLE.
   05 WS-LAYER-ENTRY OCCURS 1000 TIMES.
      10 WS-LAYER-DATE  PIC 9(8).
      10 WS-LAYER-QTY   PIC 9(9).
01 WS-LAYER-N           PIC 9(4).
01 WS-LAYER-I           PIC 9(4).

01 WS-QTY-ASOF          PIC S9(11).
01 WS-VALUE-ASOF        PIC S9(17).
01 WS-REMAINING         PIC 9(9).
01 WS-TAKE              PIC 9(9).
01 WS-OLDEST-DATE       PIC 9(8).
01 WS-BUCKET-I          PIC 9.
01 WS-LAST-BUCKET       PIC 9.
01 WS-ALLOCATED         PIC 9(15).

*> Dias corridos pela mesma convencao 360/30 do AP-AGING
01 WS-DATE-WORK         PIC 9(8).
01 WS-DATE-YYYY         PIC 9(4).
01 WS-DATE-MM           PIC 9(2).
01 WS-DATE-DD           PIC 9(2).
01 WS-DATE-DAYS         PIC S9(9).
01 WS-REF-DAYS          PIC S9(9).
01 WS-AGE-DAYS          PIC S9(9).

LINKAGE SECTION.
COPY "inv-items.cpy" REPLACING ==IT-RECORD== BY ==L-IT-RECORD==.
01 L-AG-REF-DATE        PIC 9(8).
COPY "inv-aging.cpy" REPLACING ==AG-RESULT== BY ==L-AG-RESULT==.
01 L-AG-RETURN-STATUS   PIC XX.

PROCEDURE DIVISION USING
    L-IT-RECORD
    L-AG-REF-DATE
    L-AG-RESULT
    L-AG-RETURN-STATUS
    .

MAIN-PARA.
    MOVE FS-OK TO L-AG-RETURN-STATUS
    INITIALIZE L-AG-RESULT
    MOVE 0 TO WS-LAYER-N
    MOVE IT-QTY-ON-HAND OF L-IT-RECORD TO WS-QTY-ASOF
    MOVE IT-VALUE-CENTS OF L-IT-RECORD TO WS-VALUE-ASOF

    MOVE L-AG-REF-DATE TO WS-DATE-WORK
    *> Dia 31 conta como 30 (convencao 360/30)
    IF WS-DATE-WORK (7:2) > "30"
       MOVE "30" TO WS-DATE-WORK (7:2)
    END-IF
    PERFORM COMPUTE-DATE-DAYS
    MOVE WS-DATE-DAYS TO WS-REF-DAYS

    PERFORM SCAN-ITEM-MOVES

    IF WS-QTY-ASOF NOT > 0
       MOVE FS-INVALID-KEY TO L-AG-RETURN-STATUS
       GOBACK
    END-IF
    IF WS-VALUE-ASOF < 0
       MOVE 0 TO WS-VALUE-ASOF
    END-IF
    MOVE WS-QTY-ASOF   TO AG-QTY OF L-AG-RESULT
    MOVE WS-VALUE-ASOF TO AG-VALUE-CENTS OF L-AG-RESULT

    PERFORM ALLOCATE-LAYERS
    PERFORM ALLOCATE-BUCKET-VALUES
    PERFORM COMPUTE-IDLE-DAYS

    GOBACK
    .

SCAN-ITEM-MOVES.
    *> Historico arquivado primeiro: sempre anterior aos vivos
    MOVE SPACE TO WS-IM-RECORD
    MOVE IT-ITEM-ID OF L-IT-RECORD TO IM-ITEM-ID OF WS-IM-RECORD
    MOVE "K" TO WS-IM-OP-CODE
    CALL "INV-MOVES-HIST-IO" USING
         WS-IM-OP-CODE
         WS-IM-RECORD
         WS-IM-RETURN-STATUS
    PERFORM UNTIL WS-IM-RETURN-STATUS NOT = "00"
       PERFORM APPLY-ONE-MOVE
       MOVE "N" TO WS-IM-OP-CODE
       CALL "INV-MOVES-HIST-IO" USING
            WS-IM-OP-CODE
            WS-IM-RECORD
            WS-IM-RETURN-STATUS
    END-PERFORM

    MOVE SPACE TO WS-IM-RECORD
    MOVE IT-ITEM-ID OF L-IT-RECORD TO IM-ITEM-ID OF WS-IM-RECORD
    MOVE "K" TO WS-IM-OP-CODE
    CALL "INV-MOVES-IO" USING
         WS-IM-OP-CODE
         WS-IM-RECORD
         WS-IM-RETURN-STATUS
    PERFORM UNTIL WS-IM-RETURN-STATUS NOT = "00"
       PERFORM APPLY-ONE-MOVE
       MOVE "N" TO WS-IM-OP-CODE
       CALL "INV-MOVES-IO" USING
            WS-IM-OP-CODE
            WS-IM-RECORD
            WS-IM-RETURN-STATUS
    END-PERFORM
    .

APPLY-ONE-MOVE.
    IF IM-DATE OF WS-IM-RECORD > L-AG-REF-DATE
       *> Movimento depois da data: desfaz o efeito no saldo
       IF IM-IS-RECEIPT OF WS-IM-RECORD
          OR IM-IS-COUNT-GAIN OF WS-IM-RECORD
          SUBTRACT IM-QTY OF WS-IM-RECORD FROM WS-QTY-ASOF
          SUBTRACT IM-TOTAL-CENTS OF WS-IM-RECORD FROM WS-VALUE-ASOF
       ELSE
          ADD IM-QTY OF WS-IM-RECORD TO WS-QTY-ASOF
          ADD IM-TOTAL-CENTS OF WS-IM-RECORD TO WS-VALUE-ASOF
       END-IF
    ELSE
       IF IM-IS-RECEIPT OF WS-IM-RECORD
          OR IM-IS-COUNT-GAIN OF WS-IM-RECORD
          PERFORM KEEP-RECEIPT-LAYER
       END-IF
       IF IM-IS-ISSUE OF WS-IM-RECORD
          AND IM-DATE OF WS-IM-RECORD
              > AG-LAST-ISSUE-DATE OF L-AG-RESULT
          MOVE IM-DATE OF WS-IM-RECORD
            TO AG-LAST-ISSUE-DATE OF L-AG-RESULT
       END-IF
    END-IF
    .

KEEP-RECEIPT-LAYER.
    IF WS-LAYER-N >= 1000
       PERFORM VARYING WS-LAYER-I FROM 1 BY 1
               UNTIL WS-LAYER-I >= WS-LAYER-N
          MOVE WS-LAYER-ENTRY (WS-LAYER-I + 1)
            TO WS-LAYER-ENTRY (WS-LAYER-I)
       END-PERFORM
       SUBTRACT 1 FROM WS-LAYER-N
    END-IF
    ADD 1 TO WS-LAYER-N
    MOVE IM-DATE OF WS-IM-RECORD TO WS-LAYER-DATE (WS-LAYER-N)
    MOVE IM-QTY OF WS-IM-RECORD  TO WS-LAYER-QTY (WS-LAYER-N)
    IF IM-DATE OF WS-IM-RECORD > AG-LAST-RECEIPT-DATE OF L-AG-RESULT
       MOVE IM-DATE OF WS-IM-RECORD
         TO AG-LAST-RECEIPT-DATE OF L-AG-RESULT
    END-IF
    .

ALLOCATE-LAYERS.
    *> Da entrada mais recente para a mais antiga
    MOVE WS-QTY-ASOF TO WS-REMAINING
    MOVE 0 TO WS-OLDEST-DATE
    PERFORM VARYING WS-LAYER-I FROM WS-LAYER-N BY -1
            UNTIL WS-LAYER-I < 1 OR WS-REMAINING = 0
       IF WS-LAYER-QTY (WS-LAYER-I) < WS-REMAINING
          MOVE WS-LAYER-QTY (WS-LAYER-I) TO WS-TAKE
       ELSE
          MOVE WS-REMAINING TO WS-TAKE
       END-IF
       MOVE WS-LAYER-DATE (WS-LAYER-I) TO WS-DATE-WORK
       MOVE WS-LAYER-DATE (WS-LAYER-I) TO WS-OLDEST-DATE
       PERFORM COMPUTE-DATE-DAYS
       COMPUTE WS-AGE-DAYS = WS-REF-DAYS - WS-DATE-DAYS
       PERFORM FIND-AGE-BUCKET
       ADD WS-TAKE TO AG-BUCKET-QTY OF L-AG-RESULT (WS-BUCKET-I)
       SUBTRACT WS-TAKE FROM WS-REMAINING
    END-PERFORM

    *> Saldo anterior ao historico de entradas
    IF WS-REMAINING > 0
       ADD WS-REMAINING TO AG-BUCKET-QTY OF L-AG-RESULT (4)
       MOVE 0 TO WS-OLDEST-DATE
    END-IF
    .

FIND-AGE-BUCKET.
    EVALUATE TRUE
       WHEN WS-AGE-DAYS NOT > 90
          MOVE 1 TO WS-BUCKET-I
       WHEN WS-AGE-DAYS NOT > 180
          MOVE 2 TO WS-BUCKET-I
       WHEN WS-AGE-DAYS NOT > 365
          MOVE 3 TO WS-BUCKET-I
       WHEN OTHER
          MOVE 4 TO WS-BUCKET-I
    END-EVALUATE
    .

ALLOCATE-BUCKET-VALUES.
    MOVE 0 TO WS-LAST-BUCKET
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1 UNTIL WS-BUCKET-I > 4
       IF AG-BUCKET-QTY OF L-AG-RESULT (WS-BUCKET-I) > 0
          MOVE WS-BUCKET-I TO WS-LAST-BUCKET
       END-IF
    END-PERFORM

    MOVE 0 TO WS-ALLOCATED
    PERFORM VARYING WS-BUCKET-I FROM 1 BY 1
            UNTIL WS-BUCKET-I >= WS-LAST-BUCKET
       IF AG-BUCKET-QTY OF L-AG-RESULT (WS-BUCKET-I) > 0
          COMPUTE AG-BUCKET-CENTS OF L-AG-RESULT (WS-BUCKET-I) ROUNDED =
                  (WS-VALUE-ASOF
                   * AG-BUCKET-QTY OF L-AG-RESULT (WS-BUCKET-I))
                  / WS-QTY-ASOF
          ADD AG-BUCKET-CENTS OF L-AG-RESULT (WS-BUCKET-I)
            TO WS-ALLOCATED
       END-IF
    END-PERFORM
    COMPUTE AG-BUCKET-CENTS OF L-AG-RESULT (WS-LAST-BUCKET) =
            WS-VALUE-ASOF - WS-ALLOCATED
    .

COMPUTE-IDLE-DAYS.
    *> Sem saida: conta desde a entrada mais antiga do saldo (ou
    *> desde sempre, quando o saldo e anterior ao historico)
    IF AG-LAST-ISSUE-DATE OF L-AG-RESULT NOT = 0
       MOVE AG-LAST-ISSUE-DATE OF L-AG-RESULT TO WS-DATE-WORK
    ELSE
       MOVE WS-OLDEST-DATE TO WS-DATE-WORK
    END-IF
    IF WS-DATE-WORK = 0
       MOVE 999999 TO AG-IDLE-DAYS OF L-AG-RESULT
       EXIT PARAGRAPH
    END-IF
    PERFORM COMPUTE-DATE-DAYS
    COMPUTE WS-AGE-DAYS = WS-REF-DAYS - WS-DATE-DAYS
    IF WS-AGE-DAYS < 0
       MOVE 0 TO WS-AGE-DAYS
    END-IF
    MOVE WS-AGE-DAYS TO AG-IDLE-DAYS OF L-AG-RESULT
    .

COMPUTE-DATE-DAYS.
    MOVE WS-DATE-WORK (1:4) TO WS-DATE-YYYY
    MOVE WS-DATE-WORK (5:2) TO WS-DATE-MM
    MOVE WS-DATE-WORK (7:2) TO WS-DATE-DD
    COMPUTE WS-DATE-DAYS = (WS-DATE-YYYY * 360)
                         + (WS-DATE-MM * 30)
                         + WS-DATE-DD
    .
