*>             US-PERM-PERIOD ainda posta ajustes pelo MENU e
*>             TRIAL-BAL/FIN-STATEMENTS carimbam PRELIMINAR;
*>             nao exige as conciliacoes assinadas - elas so
*>             travam o fechamento definitivo; a data do
*>             pre-fechamento fica em PC-SOFTCLOSE-DATE)
*>       'C' = Close (marca o periodo como fechado em
*>             definitivo; cria o registro se ainda nao existir,
*>             e grava o lacre de imutabilidade do periodo via
*>     JR-ADJUSTMENT-FLAG chegam nele (via POST-LEDGER), e ele
*>     abre/fecha aqui como qualquer outro periodo. Mes fora de
*>     01-13 e recusado no 'C' com FS-INVALID-OP.
*>   - O status do periodo vale para os dois livros contabeis:
*>     ajuste IFRS (JR-BOOK = 'I') datado em mes fechado e recusado
*>     como qualquer lancamento, e o lacre do 'C' cobre tambem o
*>     IFRS-LEDGER (ver PERIOD-SEAL).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-CTL-IO.
       EXIT PARAGRAPH
    END-IF

    *> Data do pre-fechamento: a primeira vale (repetir o 'S' num
    *> periodo ja pre-fechado nao a empurra para frente)
    IF FS-PERIOD-CTL NOT = FS-OK
       OR NOT PERIOD-IS-SOFTCLOSED OF PC-RECORD
       OR PC-SOFTCLOSE-DATE OF PC-RECORD = 0
       ACCEPT PC-SOFTCLOSE-DATE OF PC-RECORD FROM DATE YYYYMMDD
    END-IF

    SET PERIOD-IS-SOFTCLOSED OF PC-RECORD TO TRUE

    IF FS-PERIOD-CTL = FS-OK

    MOVE PC-PERIOD OF L-PC-RECORD TO PC-PERIOD OF PC-RECORD
    READ PERIOD-CTL-FILE
    IF FS-PERIOD-CTL NOT = FS-OK
       *> Fechado direto, sem pre-fechamento
       MOVE 0 TO PC-SOFTCLOSE-DATE OF PC-RECORD
    END-IF

    SET PERIOD-IS-CLOSED OF PC-RECORD TO TRUE

