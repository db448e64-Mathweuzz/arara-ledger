*> ------------------------------------------------------------
*> Copybook: lgpd-retention.cpy
*> Layout da politica de retencao de dados pessoais (LGPD-
*> RETENTION): por tipo de registro, quantos dias apos a ultima
*> atividade o dado de pessoa fisica ainda precisa ser guardado
*> e o que o LGPD-PURGE faz depois disso. Mantida no SEC-MENU;
*> tipo sem politica cadastrada segue o padrao do LGPD-PURGE
*> (1800 dias, anonimizar / expurgar).
*> Tipos:
*>   CLI  - clientes pessoa fisica (CPF no CU-CNPJ)
*>   FORN - fornecedores pessoa fisica (CPF no VD-CNPJ)
*>   FUNC - funcionarios (EMPLOYEES)
*>   USU  - operadores inativos (USERS)
*>   CNAB - arquivos de remessa/retorno CNAB em data/
*> Chave: LR-RECORD-TYPE
*> ------------------------------------------------------------

01 LR-RECORD.
   05 LR-RECORD-TYPE    PIC X(4).
   05 LR-DESCRIPTION    PIC X(40).
   05 LR-RETENTION-DAYS PIC 9(5).
      *> Dias corridos (30/360) desde a ultima atividade
   05 LR-ACTION         PIC X(1).
      *> 'A' anonimizar (CLI/FORN/FUNC/USU), 'E' expurgar (CNAB),
      *> 'M' manter (politica suspensa - nada e tocado)
      88 LR-IS-ANONYMIZE     VALUE "A".
      88 LR-IS-PURGE         VALUE "E".
      88 LR-IS-KEEP          VALUE "M".
   05 LR-CHANGED-BY     PIC X(8).
   05 LR-CHANGED-DATE   PIC 9(8).
