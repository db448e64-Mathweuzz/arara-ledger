*> PS-RECORD-COUNT.
*> Arquivo qualificado por empresa (COMPANY-CTL), como o LEDGER
*> que ele protege.
*> O livro de ajustes IFRS (IFRS-LEDGER) tem o seu lacre no
*> arquivo PERIOD-SEAL-IFRS, com este mesmo layout.
*> Chave: PS-KEY (periodo + conta)
*> ------------------------------------------------------------

