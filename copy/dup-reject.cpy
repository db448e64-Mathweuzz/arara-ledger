*> ------------------------------------------------------------
*> Copybook: dup-reject.cpy
*> Layout da linha do arquivo de rejeitados por suspeita de
*> duplicidade (JOURNAL-IO 'D') gravado pelos importadores
*> batch (JOURNAL-IMPORT, PAYROLL-IMPORT, AR-IMPORT): o
*> lancamento que NAO foi gravado e o lancamento ja existente
*> com a mesma data (dentro da janela), o mesmo total e as
*> mesmas contas/natureza. Arquivo texto, um por importador,
*> recriado a cada execucao; depois de conferido, o lancamento
*> legitimo volta no proximo arquivo ou e digitado no MENU
*> (que pede confirmacao em vez de recusar).
*> ------------------------------------------------------------

01 DR-RECORD.
   05 DR-PROGRAM          PIC X(8).
   05 FILLER              PIC X(1).
   05 DR-RUN-DATE         PIC 9(8).
   05 FILLER              PIC X(1).
   05 DR-TXN-ID           PIC 9(12).
      *> ID do arquivo de origem (zero = numeracao automatica)
   05 FILLER              PIC X(1).
   05 DR-DATE             PIC 9(8).
   05 FILLER              PIC X(1).
   05 DR-TOTAL-CENTS      PIC 9(15).
      *> Total de debitos do lancamento recusado
   05 FILLER              PIC X(1).
   05 DR-SUSPECT-TXN-ID   PIC 9(12).
      *> Lancamento ja existente apontado pelo JOURNAL-IO 'D'
   05 FILLER              PIC X(1).
   05 DR-MEMO             PIC X(60).
