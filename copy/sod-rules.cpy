*> ------------------------------------------------------------
*> Copybook: sod-rules.cpy
*> Layout da regra de segregacao de funcoes (SOD-RULES): uma
*> combinacao de permissoes do USERS que nao deve estar na mao
*> do mesmo operador (ex. contas a pagar + cadastros auxiliares,
*> onde mora a conta bancaria do fornecedor, + aprovacao; ou
*> captura de lancamento + aprovacao + fechamento de periodo).
*> Mantida no SEC-MENU; a revisao trimestral de acessos
*> (ACCESS-REVIEW) aponta cada operador que tem TODAS as
*> permissoes marcadas na mascara.
*> Chave: SD-RULE-ID
*> ------------------------------------------------------------

01 SD-RECORD.
   05 SD-RULE-ID        PIC X(6).
   05 SD-DESCRIPTION    PIC X(40).
   05 SD-PERM-MASK      PIC X(10).
      *> Mesma ordem de US-PERMISSIONS (users.cpy): 'Y' na posicao
      *> = a permissao faz parte do conflito; as demais em 'N'
   05 SD-SEVERITY       PIC X(1).
      *> 'A' alta, 'M' media
      88 SD-IS-HIGH          VALUE "A".
