*> ------------------------------------------------------------
*> Copybook: lalur-adj.cpy
*> Layout do registro da tabela de ajustes do LALUR/LACS
*> (LALUR-ADJ): adicoes e exclusoes ao lucro contabil na
*> apuracao do lucro real (IRPJ) e da base da CSLL. Cada ajuste
*> tira o valor das contas contabeis ligadas (movimentacao do
*> periodo de apuracao no LEDGER) ou de um valor informado para
*> uma apuracao. Ajuste de diferenca temporaria (PDD, provisoes
*> nao dedutiveis etc.) e controlado na Parte B (LALUR-PARTB):
*> a adicao aumenta o saldo a excluir no futuro, a exclusao
*> consome o saldo. Mantido no AUX-MENU; lido pelo LALUR-RUN.
*> Chave: LA-CODE
*> ------------------------------------------------------------

01 LA-RECORD.
   05 LA-CODE           PIC X(6).
      *> "PREJU" e reservado (prejuizo fiscal / base negativa
      *> na Parte B)
   05 LA-DESCRIPTION    PIC X(40).
   05 LA-TYPE           PIC X(1).
      88 LA-IS-ADDITION      VALUE "A".
      88 LA-IS-EXCLUSION     VALUE "E".
   05 LA-SCOPE          PIC X(1).
      *> Tributo afetado: 'I' so IRPJ (LALUR), 'C' so CSLL
      *> (LACS), 'B' os dois
      88 LA-AFFECTS-IRPJ     VALUE "I" "B".
      88 LA-AFFECTS-CSLL     VALUE "C" "B".
   05 LA-SOURCE         PIC X(1).
      *> 'C' = contas contabeis ligadas: adicao = debitos menos
      *> creditos das contas no periodo; exclusao = creditos menos
      *> debitos (resultado negativo nao entra)
      *> 'M' = valor informado (LA-MANUAL-CENTS) para a apuracao
      *> que termina em LA-MANUAL-PERIOD
      88 LA-FROM-ACCOUNTS    VALUE "C".
      88 LA-FROM-MANUAL      VALUE "M".
   05 LA-ACCOUNTS.
      10 LA-ACCOUNT-ID  PIC 9(10) OCCURS 5 TIMES.
         *> 0 = posicao livre
   05 LA-MANUAL-PERIOD  PIC 9(6).
      *> AAAAMM do ultimo mes da apuracao (03/06/09/12)
   05 LA-MANUAL-CENTS   PIC 9(15).
   05 LA-PARTB-FLAG     PIC X(1).
      *> 'Y' = diferenca temporaria controlada na Parte B, conta
      *> da Parte B com o mesmo codigo do ajuste
      88 LA-HAS-PARTB        VALUE "Y".
   05 LA-STATUS         PIC X(1).
      *> 'A' ativo, 'I' inativo
      88 LA-IS-ACTIVE        VALUE "A".
      88 LA-IS-INACTIVE      VALUE "I".
