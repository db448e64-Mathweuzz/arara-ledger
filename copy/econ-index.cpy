*> ------------------------------------------------------------
*> Copybook: econ-index.cpy
*> Layout do registro da tabela de indices economicos
*> (ECON-INDEX), mantida no AUX-MENU a partir das publicacoes
*> oficiais: IPCA e INPC (IBGE), IGP-M (FGV) e CDI (B3).
*> IX-DAY = 00 e a variacao do MES em % (ex 000.42000000 =
*> 0,42% no mes; negativa quando houve deflacao); IX-DAY 01-31
*> guarda a taxa DIARIA em % do dia util (so faz sentido para o
*> CDI). E daqui que o CONTRACT-BILL acumula os 12 meses do
*> reajuste de contrato. Cadastro compartilhado entre as
*> empresas.
*> Chave: IX-KEY (indice + AAAAMM + dia)
*> ------------------------------------------------------------

01 IX-RECORD.
   05 IX-KEY.
      10 IX-INDEX-CODE  PIC X(6).
         88 IX-KNOWN-INDEX   VALUE "IPCA" "IGPM" "INPC" "CDI".
      10 IX-PERIOD      PIC 9(6).
         *> AAAAMM de referencia
      10 IX-DAY         PIC 9(2).
         *> 00 = variacao mensal; 01-31 = taxa diaria
   05 IX-RATE           PIC S9(3)V9(8).
      *> Variacao/taxa em %, com sinal
   05 IX-UPDATED-BY     PIC X(8).
   05 IX-UPDATED-DATE   PIC 9(8).
