*> ------------------------------------------------------------
*> Copybook: contracts.cpy
*> Layout do registro de contrato recorrente de cliente
*> (CONTRACTS) - servicos faturados todo mes pelo mesmo valor.
*> O batch CONTRACT-BILL gera a fatura do mes (AR-INVOICES) e o
*> lancamento de entrada de cada contrato ativo e, no mes de
*> aniversario (CT-READJ-MONTH), reajusta CT-MONTHLY-CENTS pela
*> variacao acumulada de 12 meses do indice CT-INDEX-CODE na
*> tabela ECON-INDEX. CT-LAST-BILLED/CT-LAST-READJ sao mantidos
*> pelo batch e impedem faturar ou reajustar o mesmo mes duas
*> vezes. Cadastro no AR-MENU.
*> Chave: CT-CONTRACT-ID
*> ------------------------------------------------------------

01 CT-RECORD.
   05 CT-CONTRACT-ID    PIC 9(6).
   05 CT-CUSTOMER-ID    PIC 9(6).
   05 CT-DESCRIPTION    PIC X(30).
   05 CT-MONTHLY-CENTS  PIC 9(15).
      *> Valor mensal vigente (ja com o ultimo reajuste)
   05 CT-REVENUE-ACCT   PIC 9(10).
   05 CT-RECEIVABLE-ACCT PIC 9(10).
   05 CT-START-DATE     PIC 9(8).
      *> AAAAMMDD - inicio da vigencia (primeiro mes faturado)
   05 CT-END-DATE       PIC 9(8).
      *> AAAAMMDD - fim da vigencia (0 = prazo indeterminado)
   05 CT-READJ-MONTH    PIC 9(2).
      *> Mes de aniversario do reajuste (01-12; 0 = sem reajuste)
   05 CT-INDEX-CODE     PIC X(6).
      *> Indice do reajuste na ECON-INDEX (IPCA, IGPM, INPC)
   05 CT-LAST-BILLED    PIC 9(6).
      *> AAAAMM do ultimo mes faturado (0 = nunca)
   05 CT-LAST-READJ     PIC 9(6).
      *> AAAAMM do ultimo reajuste aplicado (0 = nunca)
   05 CT-STATUS         PIC X(1).
      *> 'A' ativo, 'I' encerrado
      88 CT-IS-ACTIVE        VALUE "A".
      88 CT-IS-INACTIVE      VALUE "I".
