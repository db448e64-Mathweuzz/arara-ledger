01  BATCH-LOG-LINE PIC X(91).

WORKING-STORAGE SECTION.
COPY "common.cpy".

01 WS-MENU-OPTION       PIC X.
01 WS-PAUSE             PIC X(80).
01 WS-JR-ENTRY-CURRENCY PIC X(3).
01 WS-CURRENCY-CONFIRM  PIC X(1).
01 WS-REVERSAL-ANSWER   PIC X(1).
01 WS-BOOK-ANSWER       PIC X(1).
*> Lancamento com linha em conta de PL pede o tipo de mutacao
*> (linha da DMPL - ver JR-EQUITY-MOVE em journal.cpy)
01 WS-EQUITY-LINE-SWITCH PIC X(1) VALUE "N".
   88 ENTRY-HAS-EQUITY-LINE    VALUE "Y".
01 WS-EQUITY-MOVE-ANSWER PIC X(1).
01 WS-ADJUSTMENT-ANSWER PIC X(1).

*> Numeracao automatica de JR-TXN-ID (TXN-SEQ-IO)
01 WS-BUDGET-BLOCK-SWITCH PIC X VALUE "N".
   88 BUDGET-CHECK-BLOCKED      VALUE "Y".

*> Verificacao de duplicidade antes da gravacao (JOURNAL-IO 'D')
01 WS-DUP-CONFIRM         PIC X(1).
01 WS-CTL-CONFIRM         PIC X(1).
01 WS-DUP-SUSPECT-TXN-ID  PIC 9(12).
01 WS-DUP-CANCEL-SWITCH   PIC X VALUE "N".
   88 DUPLICATE-ENTRY-CANCELLED VALUE "Y".

COPY "journal.cpy".
COPY "journal-lines-table.cpy".
COPY "period-ctl.cpy".
             END-IF
          WHEN "K"
             IF US-PERM-ADMIN OF WS-US-RECORD = "Y"
                CALL "SEC-MENU" USING WS-OPERATOR-ID
             ELSE
                PERFORM REFUSE-OPTION
             END-IF
             ELSE
                PERFORM REFUSE-OPTION
             END-IF
          WHEN "P"
             IF US-PERM-AP OF WS-US-RECORD = "Y"
                CALL "EXP-MENU" USING WS-OPERATOR-ID
             ELSE
                PERFORM REFUSE-OPTION
             END-IF
          WHEN "0"
             DISPLAY "Saindo do AraraLedger - Menu principal."
          WHEN OTHER
    IF US-PERM-AUX OF WS-US-RECORD = "Y"
       DISPLAY " O - Estoque (itens e movimentos)"
    END-IF
    IF US-PERM-AP OF WS-US-RECORD = "Y"
       DISPLAY " P - Despesas de funcionarios (reembolsos/adiantamentos)"
    END-IF
    DISPLAY " 0 - Sair"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
    MOVE 0     TO JR-TXN-ID JR-DATE JR-ALT-ACCOUNT-ID JR-ALT-DATE
    MOVE 0     TO WS-TOTAL-DEBIT WS-TOTAL-CREDIT
    MOVE 0     TO WS-JR-N-LINES WS-I
    MOVE "N"   TO WS-EQUITY-LINE-SWITCH

    DISPLAY " "
    DISPLAY "=== Registro de lancamento contabile (JOURNAL) ==="
    DISPLAY "Historico / memo (ate 60 chars)...: " WITH NO ADVANCING
    ACCEPT JR-MEMO

    *> Livro contabil: ajuste IFRS so vai para o IFRS-LEDGER,
    *> fora do LEDGER societario e do SPED-ECD (ver journal.cpy)
    DISPLAY "Livro (L = societario, I = ajuste IFRS) [L]: "
            WITH NO ADVANCING
    ACCEPT WS-BOOK-ANSWER
    IF WS-BOOK-ANSWER = "I" OR WS-BOOK-ANSWER = "i"
       SET JR-BOOK-IFRS OF JR-RECORD TO TRUE
       DISPLAY "Lancamento de AJUSTE IFRS - livro paralelo."
    ELSE
       MOVE "L" TO JR-BOOK OF JR-RECORD
    END-IF

    *> Provisao de fim de mes com reversao automatica: o batch
    *> ACCRUAL-REV gera o espelho no 1o dia do mes seguinte.
    DISPLAY "Provisao a reverter no mes seguinte (S/N)?: "
          EXIT PARAGRAPH
       END-IF

       IF WS-AC-ACCOUNT-TYPE = "E"
          SET ENTRY-HAS-EQUITY-LINE TO TRUE
       END-IF

       *> Linha estatistica (conta 'S') fica fora da prova de
       *> partidas dobradas
       IF WS-AC-ACCOUNT-TYPE NOT = "S"
       EXIT PARAGRAPH
    END-IF

    IF ENTRY-HAS-EQUITY-LINE
       PERFORM ASK-EQUITY-MOVE
    END-IF

    MOVE "N" TO JR-POSTED-FLAG

    *> Lancamentos acima do limite exigem uma segunda aprovacao antes
       MOVE "A" TO JR-APPROVAL-STATUS
    END-IF

    *> Mesmo lancamento ja capturado (manual, modelo ou importado)?
    PERFORM CHECK-DUPLICATE-ENTRY
    IF DUPLICATE-ENTRY-CANCELLED
       DISPLAY "Lancamento cancelado."
       DISPLAY "Pressione ENTER para voltar ao menu."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    SET JR-SRC-MANUAL OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE SPACE TO WS-JR-RETURN-STATUS
    MOVE 0     TO WS-JR-DATE-TO
         WS-OPERATOR-ID
         WS-JR-RETURN-STATUS

    *> Conta de controle de auxiliar: so o administrador forca
    IF WS-JR-RETURN-STATUS = FS-CONTROL-ACCOUNT
       PERFORM OFFER-CONTROL-OVERRIDE
    END-IF

    DISPLAY "Resultado gravacao JOURNAL - STATUS: " WS-JR-RETURN-STATUS
    DISPLAY "(00 = OK; 22 = chave duplicada; outros = erro de I/O)."

    *> Linha em conta intercompany pareada gera automaticamente o
    *> lancamento-espelho na empresa parceira (IC-MIRROR); ajuste
    *> IFRS nao tem espelho - e do livro paralelo desta empresa
    IF WS-JR-RETURN-STATUS = "00"
       AND NOT JR-BOOK-IFRS OF JR-RECORD
       PERFORM GENERATE-IC-MIRRORS
    END-IF

    ACCEPT WS-PAUSE
    .

ASK-EQUITY-MOVE.
    *> Linha em conta de patrimonio liquido: o tipo de mutacao
    *> decide a linha da DMPL (DMPL-RPT) em que o lancamento sai
    DISPLAY "Mutacao do PL (D = dividendos, C = aumento de capital,"
    DISPLAY "  T = transferencia entre reservas, O = outras) [O]: "
            WITH NO ADVANCING
    ACCEPT WS-EQUITY-MOVE-ANSWER
    EVALUATE WS-EQUITY-MOVE-ANSWER
       WHEN "D" WHEN "d"
          SET JR-EQ-DIVIDENDS OF JR-RECORD TO TRUE
       WHEN "C" WHEN "c"
          SET JR-EQ-CAPITAL-INCREASE OF JR-RECORD TO TRUE
       WHEN "T" WHEN "t"
          SET JR-EQ-RESERVE-TRANSFER OF JR-RECORD TO TRUE
       WHEN OTHER
          SET JR-EQ-OTHER OF JR-RECORD TO TRUE
    END-EVALUATE
    .

CHECK-DUPLICATE-ENTRY.
    *> JOURNAL-IO 'D': procura outro lancamento com a mesma data
    *> (dentro da janela de SYS-PARAMS), o mesmo total e as mesmas
    *> contas/natureza. Achando, o operador confirma ou cancela.
    MOVE "N" TO WS-DUP-CANCEL-SWITCH
    MOVE "D" TO WS-JR-OP-CODE
    MOVE SPACE TO WS-JR-RETURN-STATUS
    MOVE 0     TO WS-JR-DATE-TO
    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         WS-OPERATOR-ID
         WS-JR-RETURN-STATUS

    IF WS-JR-RETURN-STATUS NOT = FS-DUPLICATE-SUSPECT
       EXIT PARAGRAPH
    END-IF

    MOVE WS-JR-SEARCH-AMOUNT-MIN TO WS-DUP-SUSPECT-TXN-ID
    DISPLAY "Atencao: possivel lancamento em DUPLICIDADE com o"
    DISPLAY "  lancamento " WS-DUP-SUSPECT-TXN-ID
            " (mesmo total, mesmas contas, data proxima)."
    DISPLAY "Confirma gravar mesmo assim (S/N)?: " WITH NO ADVANCING
    ACCEPT WS-DUP-CONFIRM
    IF WS-DUP-CONFIRM NOT = "S" AND WS-DUP-CONFIRM NOT = "s"
       MOVE "Y" TO WS-DUP-CANCEL-SWITCH
    END-IF
    .

OFFER-CONTROL-OVERRIDE.
    *> JOURNAL-IO recusou linha em conta de controle (AP, AR,
    *> estoque, imobilizado, emprestimos): o acerto e feito no
    *> submenu do auxiliar. Operador com US-PERM-ADMIN pode forcar
    *> a gravacao - o JOURNAL-IO confere a permissao de novo e
    *> registra o forcamento no diario de seguranca.
    DISPLAY "Lancamento toca CONTA DE CONTROLE de auxiliar - o acerto"
    DISPLAY "  deve ser feito no submenu do auxiliar (AP/AR/estoque/"
    DISPLAY "  imobilizado/emprestimos)."
    IF US-PERM-ADMIN OF WS-US-RECORD NOT = "Y"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Forcar a gravacao como administrador (S/N)?: "
            WITH NO ADVANCING
    ACCEPT WS-CTL-CONFIRM
    IF WS-CTL-CONFIRM NOT = "S" AND WS-CTL-CONFIRM NOT = "s"
       EXIT PARAGRAPH
    END-IF

    MOVE "FORCA-CONTA-CONTROLE" TO WS-JR-SEARCH-MEMO
    MOVE "C" TO WS-JR-OP-CODE
    MOVE SPACE TO WS-JR-RETURN-STATUS
    MOVE 0     TO WS-JR-DATE-TO
    CALL "JOURNAL-IO" USING
         WS-JR-OP-CODE
         JR-RECORD
         JR-LINES-TABLE
         WS-JR-DATE-TO
         WS-JR-SEARCH-AMOUNT-MIN
         WS-JR-SEARCH-AMOUNT-MAX
         WS-JR-SEARCH-MEMO
         WS-OPERATOR-ID
         WS-JR-RETURN-STATUS
    MOVE SPACE TO WS-JR-SEARCH-MEMO
    .

CHECK-BUDGET-FOR-LINE.
    *> Checagem orcamentaria online: numa linha de debito em conta
    *> de despesa ('D'), compara o gasto ja apurado no LEDGER para
       DISPLAY "  Data.......: " JR-DATE
       DISPLAY "  Memo.......: " JR-MEMO
       DISPLAY "  Postado....: " JR-POSTED-FLAG
       DISPLAY "  Origem.....: " JR-SOURCE
       IF JR-BOOK-IFRS
          DISPLAY "  Livro......: I (ajuste IFRS)"
       END-IF
       IF JR-EQUITY-MOVE NOT = SPACE
          DISPLAY "  Mutacao PL.: " JR-EQUITY-MOVE
       END-IF
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > JR-LINE-COUNT
          IF JR-LINE-ACCOUNT-ID (WS-I) NOT = 0
             DISPLAY "  Linha " WS-I
    MOVE 0     TO JR-TXN-ID JR-DATE JR-ALT-ACCOUNT-ID JR-ALT-DATE
    MOVE 0     TO WS-TOTAL-DEBIT WS-TOTAL-CREDIT
    MOVE 0     TO WS-I
    MOVE "N"   TO WS-EQUITY-LINE-SWITCH

    DISPLAY "Modelo: " JT-TEMPLATE-NAME OF WS-JT-RECORD
            " - " JT-MEMO OF WS-JT-RECORD
          END-IF
       END-IF

       IF WS-AC-ACCOUNT-TYPE = "E"
          SET ENTRY-HAS-EQUITY-LINE TO TRUE
       END-IF

       IF JR-LINE-DC (WS-I) = "D"
          ADD JR-LINE-AMOUNT-CENTS (WS-I) TO WS-TOTAL-DEBIT
       ELSE
       EXIT PARAGRAPH
    END-IF

    IF ENTRY-HAS-EQUITY-LINE
       PERFORM ASK-EQUITY-MOVE
    END-IF

    MOVE "N" TO JR-POSTED-FLAG

    *> Lancamentos acima do limite exigem uma segunda aprovacao antes
       MOVE "A" TO JR-APPROVAL-STATUS
    END-IF

    *> Mesmo lancamento ja capturado (manual, modelo ou importado)?
    PERFORM CHECK-DUPLICATE-ENTRY
    IF DUPLICATE-ENTRY-CANCELLED
       DISPLAY "Lancamento cancelado."
       DISPLAY "Pressione ENTER para voltar ao menu."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    SET JR-SRC-TEMPLATE OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE SPACE TO WS-JR-RETURN-STATUS
    MOVE 0     TO WS-JR-DATE-TO
         WS-OPERATOR-ID
         WS-JR-RETURN-STATUS

    *> Conta de controle de auxiliar: so o administrador forca
    IF WS-JR-RETURN-STATUS = FS-CONTROL-ACCOUNT
       PERFORM OFFER-CONTROL-OVERRIDE
    END-IF

    DISPLAY "Resultado gravacao JOURNAL - STATUS: " WS-JR-RETURN-STATUS
    DISPLAY "(00 = OK; 22 = chave duplicada; outros = erro de I/O)."

