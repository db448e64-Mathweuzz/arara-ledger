*>     de resolucao dos nomes de arquivo qualificados por
*>     empresa (JOURNAL, JOURNAL-LINES, LEDGER, historicos e
*>     tambem JOURNAL-NOTES/JOURNAL-EVENTS, que acompanham os
*>     lancamentos da empresa, e os historicos dos auxiliares
*>     gravados pelo SUBL-ARCHIVE).
*>   - Operacoes:
*>       'R' = Read (devolve a empresa selecionada em
*>             data/company-sel.dat; sem arquivo = empresa 01)
