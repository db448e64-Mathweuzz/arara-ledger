*> ------------------------------------------------------------
*> Copybook: preview-entry.cpy
*> Linha de lancamento PROPOSTO gravada pelo ENTRY-PREVIEW no
*> arquivo sequencial data/preview-entries.txt quando um batch
*> de lancamento mensal roda em modo previa (nada vai para o
*> JOURNAL). Uma linha por linha de debito/credito proposta; o
*> PREVIEW-RPT le o arquivo inteiro e imprime a previa combinada
*> do fechamento (jcl/nightly-preview.sh).
*> ------------------------------------------------------------

01 PV-RECORD.
   05 PV-PROGRAM        PIC X(12).
      *> Batch que propos o lancamento (DEPRECIATION, LOAN-SCHED...)
   05 PV-PERIOD         PIC X(13).
      *> Periodo/parametro de referencia informado ao batch
   05 PV-TXN-ID         PIC 9(12).
      *> ID reservado que o lancamento receberia no modo efetivo
   05 PV-DATE           PIC 9(8).
   05 PV-LINE-NO        PIC 9(3).
   05 PV-ACCOUNT-ID     PIC 9(10).
   05 PV-DC             PIC X(1).
      *> 'D' debito, 'C' credito
   05 PV-AMOUNT-CENTS   PIC 9(15).
   05 PV-COST-CENTER    PIC X(6).
   05 PV-MEMO           PIC X(60).
