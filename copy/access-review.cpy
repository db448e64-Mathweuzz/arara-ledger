*> ------------------------------------------------------------
*> Copybook: access-review.cpy
*> Layout da revisao trimestral de acessos (ACCESS-REVIEW): o
*> registro com operador em branco e o cabecalho da revisao do
*> trimestre (abertura, prazo e assinatura); os demais sao uma
*> linha por operador ativo na abertura, com a fotografia das
*> permissoes revisadas e a decisao do gestor no SEC-MENU. E a
*> evidencia guardada para a auditoria - nada aqui e apagado.
*> Aberta e cobrada pelo batch ACCESS-REVIEW: operador ainda
*> pendente depois do prazo e inativado automaticamente.
*> Chave: AX-KEY (trimestre AAAAT + operador)
*> ------------------------------------------------------------

01 AX-RECORD.
   05 AX-KEY.
      10 AX-REVIEW-ID      PIC 9(5).
         *> AAAAT - ano e trimestre (1 a 4)
      10 AX-OPERATOR-ID    PIC X(8).
         *> Brancos = cabecalho da revisao
   05 AX-STATUS         PIC X(1).
      *> Cabecalho: 'A' aberta, 'S' assinada
      *> Operador:  'P' pendente, 'C' confirmado, 'R' revogado,
      *>            'X' inativado por falta de revisao no prazo
      88 AX-IS-OPEN          VALUE "A".
      88 AX-IS-SIGNED        VALUE "S".
      88 AX-IS-PENDING       VALUE "P".
      88 AX-IS-CONFIRMED     VALUE "C".
      88 AX-IS-REVOKED       VALUE "R".
      88 AX-IS-EXPIRED       VALUE "X".
   05 AX-OPENED-DATE    PIC 9(8).
   05 AX-DEADLINE       PIC 9(8).
   05 AX-PERMISSIONS    PIC X(10).
      *> Fotografia de US-PERMISSIONS na abertura
   05 AX-CONFLICTS      PIC 9(2).
      *> Regras do SOD-RULES violadas na abertura
   05 AX-DORMANT-FLAG   PIC X(1).
      *> 'Y' = sem sign-on na janela de dormencia
   05 AX-LAST-SIGNON    PIC 9(8).
   05 AX-DECIDED-BY     PIC X(8).
      *> Gestor que decidiu (no cabecalho: quem assinou)
   05 AX-DECIDED-DATE   PIC 9(8).
   05 AX-DECIDED-TIME   PIC 9(8).
   05 AX-COMMENT        PIC X(40).
