*>         em "22 chave duplicada" em vez de duplicar a guia.
*>   - Codigo sem movimento no periodo, inativo ou sem
*>     fornecedor-fisco fica fora, com aviso.
*>   - A fatura da guia nasce aprovada (AP-APPROVAL-STATUS 'A',
*>     registrada por TAXSETL): nao passa pela alcada de
*>     aprovacao de faturas do AP-MENU.
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-SETTLE.
    MOVE "N" TO JR-POSTED-FLAG OF JR-RECORD
    MOVE "A" TO JR-APPROVAL-STATUS OF JR-RECORD

    SET JR-SRC-TAX-SETTLE OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
      TO AP-PAYABLE-ACCT OF WS-AP-RECORD
    SET AP-IS-OPEN OF WS-AP-RECORD TO TRUE
    SET AP-NOT-IN-REMIT OF WS-AP-RECORD TO TRUE
    MOVE 0 TO AP-DISC-CENTS OF WS-AP-RECORD
    MOVE 0 TO AP-PAID-DATE OF WS-AP-RECORD
    MOVE JR-TXN-ID OF JR-RECORD
      TO AP-ENTRY-TXN-ID OF WS-AP-RECORD
    MOVE "F" TO AP-DOC-TYPE OF WS-AP-RECORD
    MOVE SPACES TO AP-WHT-CODE OF WS-AP-RECORD
    MOVE 0 TO AP-WHT-CENTS OF WS-AP-RECORD
    *> Guia de imposto apurado pelo proprio sistema: nasce
    *> aprovada, sem passar pela alcada de aprovacao de faturas
    SET AP-APPROVAL-OK OF WS-AP-RECORD TO TRUE
    MOVE "TAXSETL" TO AP-REGISTERED-BY OF WS-AP-RECORD
    MOVE SPACES TO AP-APPROVED-BY OF WS-AP-RECORD
    MOVE 0 TO AP-APPROVAL-DATE OF WS-AP-RECORD
    MOVE 0 TO AP-PO-NUMBER OF WS-AP-RECORD

    MOVE "C" TO WS-AP-OP-CODE
    CALL "AP-INVOICES-IO" USING
