*> ------------------------------------------------------------
*> Copybook: lalur-partb.cpy
*> Layout do registro de controle da Parte B do LALUR/LACS
*> (LALUR-PARTB, um arquivo por empresa): saldo de cada conta
*> da Parte B ao fim de cada apuracao - prejuizo fiscal a
*> compensar (IRPJ), base negativa da CSLL e as diferencas
*> temporarias dos ajustes marcados na LALUR-ADJ. O LALUR-RUN
*> grava um registro por conta+tributo+apuracao (reexecutar a
*> apuracao regrava o mesmo registro); o saldo inicial da
*> apuracao seguinte e o saldo final do registro mais recente
*> anterior a ela. Saldo de implantacao: AUX-MENU.
*> Chave: LB-KEY (conta + tributo + AAAAMM fim da apuracao)
*> ------------------------------------------------------------

01 LB-RECORD.
   05 LB-KEY.
      10 LB-CODE        PIC X(6).
         *> Codigo do ajuste (LA-CODE) ou "PREJU" (prejuizo fiscal
         *> no IRPJ, base negativa na CSLL)
      10 LB-TAX         PIC X(1).
         *> 'I' IRPJ, 'C' CSLL
      10 LB-PERIOD      PIC 9(6).
   05 LB-DESCRIPTION    PIC X(40).
   05 LB-OPENING-CENTS  PIC 9(15).
   05 LB-ADDITIONS-CENTS  PIC 9(15).
      *> Constituicao na apuracao (adicao temporaria, prejuizo
      *> do periodo)
   05 LB-REDUCTIONS-CENTS PIC 9(15).
      *> Realizacao na apuracao (exclusao, compensacao)
   05 LB-CLOSING-CENTS  PIC 9(15).
   05 LB-ORIGIN         PIC X(1).
      *> 'C' calculado pelo LALUR-RUN, 'I' saldo de implantacao
      88 LB-FROM-RUN         VALUE "C".
      88 LB-FROM-TAKEON      VALUE "I".
   05 LB-UPDATED-DATE   PIC 9(8).
