>>SOURCE FORMAT FREE
*> ------------------------------------------------------------
*> Programa: access-review-io.cob
*> Objetivo:
*>   - Subprograma para manter o arquivo ACCESS-REVIEW (revisao
*>     trimestral de acessos - ver access-review.cpy).
*>   - Operacoes:
*>       'C' = Create (abre a revisao / inclui linha de operador)
*>       'R' = Read (consultar por trimestre+operador)
*>       'U' = Update (decisao do gestor, assinatura, prazo)
*>       'K' = Browse-start a partir da chave informada (trimestre
*>             com operador em branco = cabecalho e depois as
*>             linhas dos operadores, em ordem)
*>       'N' = Browse-next (continua a varredura do 'K' ou 'L')
*>       'L' = List-start (inicia varredura do arquivo inteiro)
*>   - Sem 'D': a revisao assinada e evidencia de auditoria.
*>   - Mesmo padrao de KPI-DEFS-IO (registro inteiro); o 'K'
*>     como no SEC-JRNL-IO.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-REVIEW-IO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCESS-REVIEW-FILE ASSIGN TO "data/access-review.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE   IS DYNAMIC
        RECORD KEY    IS AX-KEY
        FILE STATUS   IS FS-ACCESS-REVIEW.

DATA DIVISION.
FILE SECTION.

FD  ACCESS-REVIEW-FILE.
COPY "access-review.cpy".

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 FS-ACCESS-REVIEW PIC XX.

01 WS-BROWSE-SWITCH  PIC X VALUE "N".
   88 BROWSE-IS-OPEN        VALUE "Y".
   88 BROWSE-IS-CLOSED      VALUE "N".

LINKAGE SECTION.
01 L-AX-OP-CODE        PIC X.
COPY "access-review.cpy" REPLACING ==AX-RECORD== BY ==L-AX-RECORD==.
01 L-AX-RETURN-STATUS  PIC XX.

PROCEDURE DIVISION USING
    L-AX-OP-CODE
    L-AX-RECORD
    L-AX-RETURN-STATUS
    .

MAIN-PARA.
    MOVE SPACES TO L-AX-RETURN-STATUS
    MOVE SPACES TO FS-ACCESS-REVIEW

    EVALUATE L-AX-OP-CODE
       WHEN "C"
          PERFORM CREATE-REVIEW-LINE
       WHEN "R"
          PERFORM READ-REVIEW-LINE
       WHEN "U"
          PERFORM UPDATE-REVIEW-LINE
       WHEN "K"
          PERFORM START-REVIEW-AT-KEY
       WHEN "L"
          PERFORM START-BROWSE-ACCESS-REVIEW
       WHEN "N"
          PERFORM NEXT-BROWSE-ACCESS-REVIEW
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-AX-RETURN-STATUS
    END-EVALUATE

    GOBACK
    .

CREATE-REVIEW-LINE.
    MOVE SPACES TO FS-ACCESS-REVIEW
    OPEN I-O ACCESS-REVIEW-FILE
    IF FS-ACCESS-REVIEW = FS-NOT-FOUND
       *> Arquivo ainda nao existe: cria vazio e reabre em I-O
       OPEN OUTPUT ACCESS-REVIEW-FILE
       CLOSE ACCESS-REVIEW-FILE
       MOVE SPACES TO FS-ACCESS-REVIEW
       OPEN I-O ACCESS-REVIEW-FILE
    END-IF
    IF FS-ACCESS-REVIEW NOT = FS-OK
       MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE L-AX-RECORD TO AX-RECORD
    WRITE AX-RECORD
    MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS

    CLOSE ACCESS-REVIEW-FILE
    .

READ-REVIEW-LINE.
    MOVE SPACES TO FS-ACCESS-REVIEW
    OPEN INPUT ACCESS-REVIEW-FILE
    IF FS-ACCESS-REVIEW NOT = FS-OK
       MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AX-KEY OF L-AX-RECORD TO AX-KEY OF AX-RECORD
    READ ACCESS-REVIEW-FILE

    IF FS-ACCESS-REVIEW = FS-OK
       MOVE AX-RECORD TO L-AX-RECORD
    END-IF
    MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS

    CLOSE ACCESS-REVIEW-FILE
    .

UPDATE-REVIEW-LINE.
    MOVE SPACES TO FS-ACCESS-REVIEW
    OPEN I-O ACCESS-REVIEW-FILE
    IF FS-ACCESS-REVIEW NOT = FS-OK
       MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AX-KEY OF L-AX-RECORD TO AX-KEY OF AX-RECORD
    READ ACCESS-REVIEW-FILE

    IF FS-ACCESS-REVIEW = FS-OK
       MOVE L-AX-RECORD TO AX-RECORD
       REWRITE AX-RECORD
    END-IF
    MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS

    CLOSE ACCESS-REVIEW-FILE
    .

START-REVIEW-AT-KEY.
    MOVE SPACES TO FS-ACCESS-REVIEW
    IF BROWSE-IS-OPEN
       CLOSE ACCESS-REVIEW-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    OPEN INPUT ACCESS-REVIEW-FILE
    IF FS-ACCESS-REVIEW NOT = FS-OK
       MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    MOVE AX-KEY OF L-AX-RECORD TO AX-KEY OF AX-RECORD
    START ACCESS-REVIEW-FILE KEY IS NOT LESS THAN AX-KEY OF AX-RECORD
    IF FS-ACCESS-REVIEW NOT = FS-OK
       MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
       CLOSE ACCESS-REVIEW-FILE
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-ACCESS-REVIEW
    .

START-BROWSE-ACCESS-REVIEW.
    MOVE SPACES TO FS-ACCESS-REVIEW
    IF BROWSE-IS-OPEN
       CLOSE ACCESS-REVIEW-FILE
    END-IF

    OPEN INPUT ACCESS-REVIEW-FILE
    IF FS-ACCESS-REVIEW NOT = FS-OK
       MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    SET BROWSE-IS-OPEN TO TRUE
    PERFORM NEXT-BROWSE-ACCESS-REVIEW
    .

NEXT-BROWSE-ACCESS-REVIEW.
    IF BROWSE-IS-CLOSED
       MOVE FS-INVALID-OP TO L-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    READ ACCESS-REVIEW-FILE NEXT RECORD

    IF FS-ACCESS-REVIEW = FS-OK
       MOVE AX-RECORD TO L-AX-RECORD
    ELSE
       CLOSE ACCESS-REVIEW-FILE
       SET BROWSE-IS-CLOSED TO TRUE
    END-IF

    MOVE FS-ACCESS-REVIEW TO L-AX-RETURN-STATUS
    .
