   05 SJ-OPERATOR       PIC X(8).
   05 SJ-EVENT          PIC X(10).
      *> SIGNON-OK, SENHA-ERR, BLOQUEIO, DESBLOQ, TROCA-SNH,
      *> ACESSO-NEG, OP-INATIVO, FORCA-CTRL (lancamento forcado
      *> em conta de controle pelo administrador - JOURNAL-IO),
      *> ACESSO-CNF / ACESSO-REV (confirmado / revogado na revisao
      *> de acessos - SEC-MENU), ACESSO-EXP (inativado por prazo
      *> vencido da revisao - ACCESS-REVIEW), REVISAO-OK (revisao
      *> assinada pelo gestor), LGPD-ANON / LGPD-EXPG (registro
      *> anonimizado / arquivo CNAB expurgado pelo LGPD-PURGE),
      *> LGPD-CONS (relatorio do titular, LGPD-SUBJECT),
      *> LGPD-POLIT (politica de retencao alterada no SEC-MENU)
   05 SJ-DETAIL         PIC X(40).
