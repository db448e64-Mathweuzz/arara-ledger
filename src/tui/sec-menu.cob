*>     permissao de aprovar - e mesmo quem tiver as duas nao
*>     consegue aprovar o que ele proprio capturou (recusa "89"
*>     do JOURNAL-IO).
*>   - Revisao trimestral de acessos (aberta pelo batch
*>     ACCESS-REVIEW): o gestor confirma ou revoga cada operador
*>     da revisao (opcao 6; revogar inativa o operador na hora)
*>     e assina a revisao quando nao sobra pendente (opcao 7) -
*>     decisoes e assinatura ficam no ACCESS-REVIEW, com quem e
*>     quando, e no diario de seguranca. Ninguem decide a
*>     propria linha. As regras de segregacao de funcoes que a
*>     revisao aponta sao mantidas nas opcoes 8, 9 e A.
*>   - Politica de retencao de dados pessoais (LGPD) por tipo
*>     de registro, aplicada pelo batch LGPD-PURGE (opcoes B e
*>     C; a alteracao grava quem e quando).
*>   - Recebe o operador logado do MENU (quem decide/assina).
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SEC-MENU.
01 WS-SJ-LIST-COUNT     PIC 9(6).
01 WS-SJ-FROM-DATE      PIC 9(8).

*> Revisao trimestral de acessos (ACCESS-REVIEW-IO)
01 WS-AX-OP-CODE        PIC X.
COPY "access-review.cpy" REPLACING ==AX-RECORD== BY ==WS-AX-RECORD==.
01 WS-AX-RETURN-STATUS  PIC XX.
01 WS-AX-REVIEW-ID      PIC 9(5).
01 WS-AX-DECISION       PIC X.
01 WS-AX-COMMENT        PIC X(40).
01 WS-AX-CONFIRM        PIC X.
01 WS-NOW-TIME          PIC 9(8).

*> Linhas da revisao coletadas antes de decidir (o browse do
*> ACCESS-REVIEW-IO fica encerrado durante as gravacoes)
01 WS-RV-TABLE.
   05 WS-RV-ENTRY OCCURS 300 TIMES.
      10 WS-RV-OPERATOR     PIC X(8).
      10 WS-RV-STATUS       PIC X(1).
      10 WS-RV-PERMISSIONS  PIC X(10).
      10 WS-RV-CONFLICTS    PIC 9(2).
      10 WS-RV-DORMANT      PIC X(1).
      10 WS-RV-LAST-SIGNON  PIC 9(8).
      10 WS-RV-DECIDED-BY   PIC X(8).
01 WS-RV-COUNT          PIC 9(3).
01 WS-RV-I              PIC 9(3).
01 WS-RV-PENDING        PIC 9(3).
01 WS-RV-CONFIRMED      PIC 9(3).
01 WS-RV-REVOKED        PIC 9(3).
01 WS-RV-EXPIRED        PIC 9(3).

*> Regras de segregacao de funcoes (SOD-RULES-IO)
01 WS-SD-OP-CODE        PIC X.
COPY "sod-rules.cpy" REPLACING ==SD-RECORD== BY ==WS-SD-RECORD==.
01 WS-SD-RETURN-STATUS  PIC XX.
01 WS-SD-LIST-COUNT     PIC 9(6).
01 WS-SD-Y-COUNT        PIC 9(2).
01 WS-SD-EXISTS-SWITCH  PIC X.
   88 SOD-RULE-ALREADY-EXISTS VALUE "Y".

*> Politica de retencao LGPD (LGPD-RETENTION-IO)
01 WS-LR-OP-CODE        PIC X.
COPY "lgpd-retention.cpy" REPLACING ==LR-RECORD== BY ==WS-LR-RECORD==.
01 WS-LR-RETURN-STATUS  PIC XX.
01 WS-LR-LIST-COUNT     PIC 9(6).
01 WS-LR-EXISTS-SWITCH  PIC X.
   88 RETENTION-ALREADY-EXISTS VALUE "Y".

*> Evento do diario de seguranca montado pelas opcoes de revisao
01 WS-SJ-OPER-WORK      PIC X(8).
01 WS-SJ-EVENT-WORK     PIC X(10).
01 WS-SJ-DETAIL-WORK    PIC X(40).

LINKAGE SECTION.
01 L-OPERATOR-ID        PIC X(8).

PROCEDURE DIVISION USING L-OPERATOR-ID.
MAIN-PARA.
    MOVE SPACE TO WS-MENU-OPTION

             PERFORM OPTION-USER-UNLOCK
          WHEN "5"
             PERFORM OPTION-SEC-JOURNAL
          WHEN "6"
             PERFORM OPTION-ACCESS-REVIEW
          WHEN "7"
             PERFORM OPTION-REVIEW-SIGNOFF
          WHEN "8"
             PERFORM OPTION-SOD-MAINTAIN
          WHEN "9"
             PERFORM OPTION-SOD-LIST
          WHEN "A"
             PERFORM OPTION-SOD-DELETE
          WHEN "B"
             PERFORM OPTION-RETENTION-MAINTAIN
          WHEN "C"
             PERFORM OPTION-RETENTION-LIST
          WHEN "0"
             CONTINUE
          WHEN OTHER
    DISPLAY " 3 - Atualizar operador (senha/permissoes/status)"
    DISPLAY " 4 - Desbloquear operador travado por tentativas"
    DISPLAY " 5 - Consultar diario de seguranca"
    DISPLAY " 6 - Revisao de acessos: confirmar/revogar operadores"
    DISPLAY " 7 - Assinar revisao de acessos do trimestre"
    DISPLAY " 8 - Cadastrar/alterar regra de segregacao de funcoes"
    DISPLAY " 9 - Listar regras de segregacao de funcoes"
    DISPLAY " A - Remover regra de segregacao de funcoes"
    DISPLAY " B - Cadastrar/alterar politica de retencao (LGPD)"
    DISPLAY " C - Listar politicas de retencao (LGPD)"
    DISPLAY " 0 - Voltar ao menu principal"
    DISPLAY "---------------------------------------"
    DISPLAY "Opcao: " WITH NO ADVANCING
    ACCEPT WS-PAUSE
    .

OPTION-ACCESS-REVIEW.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Revisao de acessos - decisao do gestor ==="
    PERFORM ACCEPT-REVIEW-HEADER
    IF WS-AX-RETURN-STATUS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    IF AX-IS-SIGNED OF WS-AX-RECORD
       DISPLAY "Revisao ja ASSINADA por " AX-DECIDED-BY OF WS-AX-RECORD
               " em " AX-DECIDED-DATE OF WS-AX-RECORD
               " - decisoes encerradas."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM COLLECT-REVIEW-LINES
    DISPLAY "Prazo: " AX-DEADLINE OF WS-AX-RECORD
            "  Pendentes: " WS-RV-PENDING
            "  Inativados por prazo: " WS-RV-EXPIRED
    DISPLAY "Permissoes na ordem do cadastro (1-4/E, 5/F/G, consultas,"
    DISPLAY "estorno, aprovar, periodo, pagar, receber, cadastros, admin)."

    PERFORM VARYING WS-RV-I FROM 1 BY 1 UNTIL WS-RV-I > WS-RV-COUNT
       IF WS-RV-STATUS (WS-RV-I) = "P" OR WS-RV-STATUS (WS-RV-I) = "X"
          PERFORM DECIDE-ONE-OPERATOR
       END-IF
    END-PERFORM

    DISPLAY "Fim da revisao das linhas pendentes."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

ACCEPT-REVIEW-HEADER.
    *> Le o cabecalho (operador em branco) do trimestre informado
    MOVE 0 TO WS-AX-REVIEW-ID
    DISPLAY "Revisao (AAAAT - ano e trimestre)..: " WITH NO ADVANCING
    ACCEPT WS-AX-REVIEW-ID

    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-AX-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE SPACES TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "R" TO WS-AX-OP-CODE
    CALL "ACCESS-REVIEW-IO" USING
         WS-AX-OP-CODE
         WS-AX-RECORD
         WS-AX-RETURN-STATUS
    IF WS-AX-RETURN-STATUS NOT = "00"
       DISPLAY "Revisao nao aberta (o step access-review abre a do"
       DISPLAY "trimestre). STATUS: " WS-AX-RETURN-STATUS
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
    END-IF
    .

COLLECT-REVIEW-LINES.
    MOVE 0 TO WS-RV-COUNT WS-RV-PENDING WS-RV-CONFIRMED
              WS-RV-REVOKED WS-RV-EXPIRED

    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-AX-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE SPACES TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "K" TO WS-AX-OP-CODE
    CALL "ACCESS-REVIEW-IO" USING
         WS-AX-OP-CODE
         WS-AX-RECORD
         WS-AX-RETURN-STATUS

    *> Varredura ate o fim do arquivo (o ACCESS-REVIEW-IO so fecha
    *> o arquivo no fim); linhas de outras revisoes sao puladas
    PERFORM UNTIL WS-AX-RETURN-STATUS NOT = "00"
       IF AX-REVIEW-ID OF WS-AX-RECORD = WS-AX-REVIEW-ID
          AND AX-OPERATOR-ID OF WS-AX-RECORD NOT = SPACES
          AND WS-RV-COUNT < 300
          ADD 1 TO WS-RV-COUNT
          MOVE AX-OPERATOR-ID OF WS-AX-RECORD
            TO WS-RV-OPERATOR (WS-RV-COUNT)
          MOVE AX-STATUS OF WS-AX-RECORD TO WS-RV-STATUS (WS-RV-COUNT)
          MOVE AX-PERMISSIONS OF WS-AX-RECORD
            TO WS-RV-PERMISSIONS (WS-RV-COUNT)
          MOVE AX-CONFLICTS OF WS-AX-RECORD
            TO WS-RV-CONFLICTS (WS-RV-COUNT)
          MOVE AX-DORMANT-FLAG OF WS-AX-RECORD
            TO WS-RV-DORMANT (WS-RV-COUNT)
          MOVE AX-LAST-SIGNON OF WS-AX-RECORD
            TO WS-RV-LAST-SIGNON (WS-RV-COUNT)
          MOVE AX-DECIDED-BY OF WS-AX-RECORD
            TO WS-RV-DECIDED-BY (WS-RV-COUNT)
          EVALUATE AX-STATUS OF WS-AX-RECORD
             WHEN "P"
                ADD 1 TO WS-RV-PENDING
             WHEN "C"
                ADD 1 TO WS-RV-CONFIRMED
             WHEN "R"
                ADD 1 TO WS-RV-REVOKED
             WHEN "X"
                ADD 1 TO WS-RV-EXPIRED
          END-EVALUATE
       END-IF
       MOVE "N" TO WS-AX-OP-CODE
       CALL "ACCESS-REVIEW-IO" USING
            WS-AX-OP-CODE
            WS-AX-RECORD
            WS-AX-RETURN-STATUS
    END-PERFORM
    .

DECIDE-ONE-OPERATOR.
    DISPLAY " "
    DISPLAY "Operador " WS-RV-OPERATOR (WS-RV-I)
            "  Permissoes " WS-RV-PERMISSIONS (WS-RV-I)
            "  Ult.sign-on " WS-RV-LAST-SIGNON (WS-RV-I)
    IF WS-RV-CONFLICTS (WS-RV-I) > 0
       DISPLAY "  *** " WS-RV-CONFLICTS (WS-RV-I)
               " conflito(s) de segregacao de funcoes ***"
    END-IF
    IF WS-RV-DORMANT (WS-RV-I) = "Y"
       DISPLAY "  *** Operador DORMENTE (sem sign-on na janela) ***"
    END-IF
    IF WS-RV-STATUS (WS-RV-I) = "X"
       DISPLAY "  Inativado por prazo vencido - confirmar REATIVA."
    END-IF

    *> Segregacao: o gestor nao revisa o proprio acesso
    IF WS-RV-OPERATOR (WS-RV-I) = L-OPERATOR-ID
       DISPLAY "  Linha do proprio operador logado - outro gestor decide."
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-AX-DECISION
    DISPLAY "  Decisao (C=confirmar, R=revogar, ENTER=pular): "
            WITH NO ADVANCING
    ACCEPT WS-AX-DECISION
    INSPECT WS-AX-DECISION CONVERTING "cr" TO "CR"
    IF WS-AX-DECISION NOT = "C" AND WS-AX-DECISION NOT = "R"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-AX-COMMENT
    DISPLAY "  Justificativa (ate 40 chars)....: " WITH NO ADVANCING
    ACCEPT WS-AX-COMMENT

    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-AX-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE WS-RV-OPERATOR (WS-RV-I) TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "R" TO WS-AX-OP-CODE
    CALL "ACCESS-REVIEW-IO" USING
         WS-AX-OP-CODE
         WS-AX-RECORD
         WS-AX-RETURN-STATUS
    IF WS-AX-RETURN-STATUS NOT = "00"
       DISPLAY "  Linha da revisao nao encontrada. STATUS: "
               WS-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE WS-AX-DECISION TO AX-STATUS OF WS-AX-RECORD
    MOVE L-OPERATOR-ID  TO AX-DECIDED-BY OF WS-AX-RECORD
    MOVE WS-TODAY       TO AX-DECIDED-DATE OF WS-AX-RECORD
    MOVE WS-NOW-TIME    TO AX-DECIDED-TIME OF WS-AX-RECORD
    MOVE WS-AX-COMMENT  TO AX-COMMENT OF WS-AX-RECORD
    MOVE "U" TO WS-AX-OP-CODE
    CALL "ACCESS-REVIEW-IO" USING
         WS-AX-OP-CODE
         WS-AX-RECORD
         WS-AX-RETURN-STATUS
    IF WS-AX-RETURN-STATUS NOT = "00"
       DISPLAY "  Decisao NAO gravada. STATUS: " WS-AX-RETURN-STATUS
       EXIT PARAGRAPH
    END-IF

    *> Acesso revogado sai na hora; confirmacao de linha vencida
    *> devolve o acesso - so depois da decisao gravada na revisao
    MOVE SPACE TO WS-US-RECORD
    MOVE WS-RV-OPERATOR (WS-RV-I) TO US-OPERATOR-ID OF WS-US-RECORD
    MOVE "R" TO WS-US-OP-CODE
    CALL "USERS-IO" USING
         WS-US-OP-CODE
         WS-US-RECORD
         WS-US-RETURN-STATUS
    IF WS-US-RETURN-STATUS = "00"
       IF WS-AX-DECISION = "R" AND US-IS-ACTIVE OF WS-US-RECORD
          SET US-IS-INACTIVE OF WS-US-RECORD TO TRUE
          MOVE "U" TO WS-US-OP-CODE
          CALL "USERS-IO" USING
               WS-US-OP-CODE
               WS-US-RECORD
               WS-US-RETURN-STATUS
       END-IF
       IF WS-AX-DECISION = "C" AND WS-RV-STATUS (WS-RV-I) = "X"
          SET US-IS-ACTIVE OF WS-US-RECORD TO TRUE
          MOVE "U" TO WS-US-OP-CODE
          CALL "USERS-IO" USING
               WS-US-OP-CODE
               WS-US-RECORD
               WS-US-RETURN-STATUS
       END-IF
    END-IF
    IF WS-US-RETURN-STATUS NOT = "00"
       DISPLAY "  *** Cadastro do operador NAO atualizado. STATUS: "
               WS-US-RETURN-STATUS " ***"
    END-IF

    MOVE WS-AX-DECISION TO WS-RV-STATUS (WS-RV-I)

    MOVE WS-RV-OPERATOR (WS-RV-I) TO WS-SJ-OPER-WORK
    MOVE SPACES TO WS-SJ-DETAIL-WORK
    IF WS-AX-DECISION = "R"
       MOVE "ACESSO-REV" TO WS-SJ-EVENT-WORK
       STRING "REVOGADO NA REVISAO " WS-AX-REVIEW-ID " POR "
              L-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-SJ-DETAIL-WORK
    ELSE
       MOVE "ACESSO-CNF" TO WS-SJ-EVENT-WORK
       STRING "CONFIRMADO NA REVISAO " WS-AX-REVIEW-ID " POR "
              L-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-SJ-DETAIL-WORK
    END-IF
    PERFORM WRITE-SECURITY-EVENT
    DISPLAY "  Decisao gravada."
    .

OPTION-REVIEW-SIGNOFF.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "=== Assinatura da revisao de acessos ==="
    PERFORM ACCEPT-REVIEW-HEADER
    IF WS-AX-RETURN-STATUS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    IF AX-IS-SIGNED OF WS-AX-RECORD
       DISPLAY "Revisao ja ASSINADA por " AX-DECIDED-BY OF WS-AX-RECORD
               " em " AX-DECIDED-DATE OF WS-AX-RECORD
               " - " AX-COMMENT OF WS-AX-RECORD
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    PERFORM COLLECT-REVIEW-LINES
    DISPLAY "Operador Permissoes Conf Dorm Decisao Por"
    PERFORM VARYING WS-RV-I FROM 1 BY 1 UNTIL WS-RV-I > WS-RV-COUNT
       DISPLAY WS-RV-OPERATOR (WS-RV-I) " "
               WS-RV-PERMISSIONS (WS-RV-I) " "
               WS-RV-CONFLICTS (WS-RV-I) "   "
               WS-RV-DORMANT (WS-RV-I) "    "
               WS-RV-STATUS (WS-RV-I) "       "
               WS-RV-DECIDED-BY (WS-RV-I)
    END-PERFORM
    DISPLAY "Confirmados: " WS-RV-CONFIRMED
            "  Revogados: " WS-RV-REVOKED
            "  Inativados por prazo: " WS-RV-EXPIRED
            "  Pendentes: " WS-RV-PENDING

    IF WS-RV-PENDING > 0
       DISPLAY "Ha operadores pendentes - decida todos (opcao 6) antes"
       DISPLAY "de assinar."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-AX-CONFIRM
    DISPLAY "Assinar a revisao " WS-AX-REVIEW-ID " (S/N)? "
            WITH NO ADVANCING
    ACCEPT WS-AX-CONFIRM
    IF WS-AX-CONFIRM NOT = "S" AND WS-AX-CONFIRM NOT = "s"
       DISPLAY "Nada assinado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-AX-COMMENT
    DISPLAY "Observacao da assinatura.........: " WITH NO ADVANCING
    ACCEPT WS-AX-COMMENT

    MOVE SPACE TO WS-AX-RECORD
    MOVE WS-AX-REVIEW-ID TO AX-REVIEW-ID OF WS-AX-RECORD
    MOVE SPACES TO AX-OPERATOR-ID OF WS-AX-RECORD
    MOVE "R" TO WS-AX-OP-CODE
    CALL "ACCESS-REVIEW-IO" USING
         WS-AX-OP-CODE
         WS-AX-RECORD
         WS-AX-RETURN-STATUS
    IF WS-AX-RETURN-STATUS = "00"
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       ACCEPT WS-NOW-TIME FROM TIME
       SET AX-IS-SIGNED OF WS-AX-RECORD TO TRUE
       MOVE L-OPERATOR-ID TO AX-DECIDED-BY OF WS-AX-RECORD
       MOVE WS-TODAY      TO AX-DECIDED-DATE OF WS-AX-RECORD
       MOVE WS-NOW-TIME   TO AX-DECIDED-TIME OF WS-AX-RECORD
       MOVE WS-AX-COMMENT TO AX-COMMENT OF WS-AX-RECORD
       MOVE "U" TO WS-AX-OP-CODE
       CALL "ACCESS-REVIEW-IO" USING
            WS-AX-OP-CODE
            WS-AX-RECORD
            WS-AX-RETURN-STATUS
    END-IF

    IF WS-AX-RETURN-STATUS = "00"
       MOVE L-OPERATOR-ID TO WS-SJ-OPER-WORK
       MOVE "REVISAO-OK" TO WS-SJ-EVENT-WORK
       MOVE SPACES TO WS-SJ-DETAIL-WORK
       STRING "REVISAO DE ACESSOS " WS-AX-REVIEW-ID " ASSINADA"
              DELIMITED BY SIZE INTO WS-SJ-DETAIL-WORK
       PERFORM WRITE-SECURITY-EVENT
    END-IF

    DISPLAY "Resultado da assinatura - STATUS: " WS-AX-RETURN-STATUS
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-SOD-MAINTAIN.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-SD-RECORD
    MOVE SPACE TO WS-SD-RETURN-STATUS
    MOVE "N"   TO WS-SD-EXISTS-SWITCH

    DISPLAY " "
    DISPLAY "=== Regra de segregacao de funcoes ==="
    DISPLAY "ID da regra (ate 6 chars)........: " WITH NO ADVANCING
    ACCEPT SD-RULE-ID OF WS-SD-RECORD
    IF SD-RULE-ID OF WS-SD-RECORD = SPACES
       DISPLAY "ID em branco - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE "R" TO WS-SD-OP-CODE
    CALL "SOD-RULES-IO" USING
         WS-SD-OP-CODE
         WS-SD-RECORD
         WS-SD-RETURN-STATUS
    IF WS-SD-RETURN-STATUS = "00"
       SET SOD-RULE-ALREADY-EXISTS TO TRUE
       DISPLAY "Regra existente: " SD-DESCRIPTION OF WS-SD-RECORD
               " mascara " SD-PERM-MASK OF WS-SD-RECORD
       DISPLAY "(todos os campos serao informados de novo)"
    END-IF

    DISPLAY "Descricao (ate 40 chars).........: " WITH NO ADVANCING
    ACCEPT SD-DESCRIPTION OF WS-SD-RECORD
    DISPLAY "Permissoes em conflito - 10 posicoes Y/N na ordem:"
    DISPLAY "  contas, capturar, consultar, estornar, aprovar,"
    DISPLAY "  periodo, pagar, receber, cadastros, admin"
    DISPLAY "Mascara..........................: " WITH NO ADVANCING
    ACCEPT SD-PERM-MASK OF WS-SD-RECORD
    INSPECT SD-PERM-MASK OF WS-SD-RECORD
        REPLACING ALL "y" BY "Y"
    INSPECT SD-PERM-MASK OF WS-SD-RECORD
        CONVERTING " n" TO "NN"
    MOVE 0 TO WS-SD-Y-COUNT
    INSPECT SD-PERM-MASK OF WS-SD-RECORD
        TALLYING WS-SD-Y-COUNT FOR ALL "Y"
    IF WS-SD-Y-COUNT < 2
       DISPLAY "Conflito precisa de ao menos 2 permissoes - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Severidade (A=alta, M=media) [A].: " WITH NO ADVANCING
    ACCEPT SD-SEVERITY OF WS-SD-RECORD
    IF SD-SEVERITY OF WS-SD-RECORD NOT = "M"
       SET SD-IS-HIGH OF WS-SD-RECORD TO TRUE
    END-IF

    IF SOD-RULE-ALREADY-EXISTS
       MOVE "U" TO WS-SD-OP-CODE
    ELSE
       MOVE "C" TO WS-SD-OP-CODE
    END-IF
    CALL "SOD-RULES-IO" USING
         WS-SD-OP-CODE
         WS-SD-RECORD
         WS-SD-RETURN-STATUS

    DISPLAY "Resultado gravacao da regra - STATUS: " WS-SD-RETURN-STATUS
    DISPLAY "(00 = OK)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-SOD-LIST.
    MOVE SPACE TO WS-SD-RECORD
    MOVE SPACE TO WS-SD-RETURN-STATUS
    MOVE 0     TO WS-SD-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Regras de segregacao de funcoes ==="
    DISPLAY "Regra  Mascara    Sev Descricao"

    MOVE "L" TO WS-SD-OP-CODE
    CALL "SOD-RULES-IO" USING
         WS-SD-OP-CODE
         WS-SD-RECORD
         WS-SD-RETURN-STATUS

    PERFORM UNTIL WS-SD-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-SD-LIST-COUNT
       DISPLAY SD-RULE-ID OF WS-SD-RECORD
               " " SD-PERM-MASK OF WS-SD-RECORD
               " " SD-SEVERITY OF WS-SD-RECORD
               "   " SD-DESCRIPTION OF WS-SD-RECORD

       MOVE "N" TO WS-SD-OP-CODE
       CALL "SOD-RULES-IO" USING
            WS-SD-OP-CODE
            WS-SD-RECORD
            WS-SD-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de regras: " WS-SD-LIST-COUNT
    IF WS-SD-LIST-COUNT = 0
       DISPLAY "(sem regra cadastrada a revisao usa as padrao PAGAR e LANCTO)"
    END-IF
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-SOD-DELETE.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-SD-RECORD
    MOVE SPACE TO WS-SD-RETURN-STATUS

    DISPLAY " "
    DISPLAY "=== Remover regra de segregacao de funcoes ==="
    DISPLAY "ID da regra (ate 6 chars)........: " WITH NO ADVANCING
    ACCEPT SD-RULE-ID OF WS-SD-RECORD

    MOVE "D" TO WS-SD-OP-CODE
    CALL "SOD-RULES-IO" USING
         WS-SD-OP-CODE
         WS-SD-RECORD
         WS-SD-RETURN-STATUS

    DISPLAY "Resultado remocao - STATUS: " WS-SD-RETURN-STATUS
    DISPLAY "(00 = OK, 23 = regra nao cadastrada)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-RETENTION-MAINTAIN.
    PERFORM CHECK-BATCH-LOCK
    IF BATCH-IS-RUNNING
       PERFORM REFUSE-WHILE-BATCH
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-LR-RECORD
    MOVE SPACE TO WS-LR-RETURN-STATUS
    MOVE "N"   TO WS-LR-EXISTS-SWITCH

    DISPLAY " "
    DISPLAY "=== Politica de retencao de dados pessoais (LGPD) ==="
    DISPLAY "Tipos: CLI clientes PF, FORN fornecedores PF, FUNC"
    DISPLAY "funcionarios, USU operadores, CNAB arquivos CNAB."
    DISPLAY "Tipo de registro.................: " WITH NO ADVANCING
    ACCEPT LR-RECORD-TYPE OF WS-LR-RECORD
    INSPECT LR-RECORD-TYPE OF WS-LR-RECORD
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF LR-RECORD-TYPE OF WS-LR-RECORD NOT = "CLI "
       AND LR-RECORD-TYPE OF WS-LR-RECORD NOT = "FORN"
       AND LR-RECORD-TYPE OF WS-LR-RECORD NOT = "FUNC"
       AND LR-RECORD-TYPE OF WS-LR-RECORD NOT = "USU "
       AND LR-RECORD-TYPE OF WS-LR-RECORD NOT = "CNAB"
       DISPLAY "Tipo invalido - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF

    MOVE "R" TO WS-LR-OP-CODE
    CALL "LGPD-RETENTION-IO" USING
         WS-LR-OP-CODE
         WS-LR-RECORD
         WS-LR-RETURN-STATUS
    IF WS-LR-RETURN-STATUS = "00"
       SET RETENTION-ALREADY-EXISTS TO TRUE
       DISPLAY "Politica atual: " LR-RETENTION-DAYS OF WS-LR-RECORD
               " dias, acao " LR-ACTION OF WS-LR-RECORD
               " (alterada por " LR-CHANGED-BY OF WS-LR-RECORD
               " em " LR-CHANGED-DATE OF WS-LR-RECORD ")"
    END-IF

    DISPLAY "Descricao (ate 40 chars).........: " WITH NO ADVANCING
    ACCEPT LR-DESCRIPTION OF WS-LR-RECORD
    MOVE 0 TO LR-RETENTION-DAYS OF WS-LR-RECORD
    DISPLAY "Retencao em dias apos a ultima atividade: "
            WITH NO ADVANCING
    ACCEPT LR-RETENTION-DAYS OF WS-LR-RECORD
    IF LR-RETENTION-DAYS OF WS-LR-RECORD IS NOT NUMERIC
       OR LR-RETENTION-DAYS OF WS-LR-RECORD = 0
       DISPLAY "Retencao invalida - nada gravado."
       DISPLAY "Pressione ENTER para voltar."
       ACCEPT WS-PAUSE
       EXIT PARAGRAPH
    END-IF
    IF LR-RECORD-TYPE OF WS-LR-RECORD = "CNAB"
       DISPLAY "Acao (E=expurgar, M=manter) [E]..: " WITH NO ADVANCING
       ACCEPT LR-ACTION OF WS-LR-RECORD
       IF LR-ACTION OF WS-LR-RECORD NOT = "M"
          SET LR-IS-PURGE OF WS-LR-RECORD TO TRUE
       END-IF
    ELSE
       DISPLAY "Acao (A=anonimizar, M=manter) [A]: " WITH NO ADVANCING
       ACCEPT LR-ACTION OF WS-LR-RECORD
       IF LR-ACTION OF WS-LR-RECORD NOT = "M"
          SET LR-IS-ANONYMIZE OF WS-LR-RECORD TO TRUE
       END-IF
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE L-OPERATOR-ID TO LR-CHANGED-BY OF WS-LR-RECORD
    MOVE WS-TODAY      TO LR-CHANGED-DATE OF WS-LR-RECORD

    IF RETENTION-ALREADY-EXISTS
       MOVE "U" TO WS-LR-OP-CODE
    ELSE
       MOVE "C" TO WS-LR-OP-CODE
    END-IF
    CALL "LGPD-RETENTION-IO" USING
         WS-LR-OP-CODE
         WS-LR-RECORD
         WS-LR-RETURN-STATUS

    IF WS-LR-RETURN-STATUS = "00"
       MOVE L-OPERATOR-ID TO WS-SJ-OPER-WORK
       MOVE "LGPD-POLIT" TO WS-SJ-EVENT-WORK
       MOVE SPACES TO WS-SJ-DETAIL-WORK
       STRING "RETENCAO " LR-RECORD-TYPE OF WS-LR-RECORD " "
              LR-RETENTION-DAYS OF WS-LR-RECORD " DIAS ACAO "
              LR-ACTION OF WS-LR-RECORD
              DELIMITED BY SIZE INTO WS-SJ-DETAIL-WORK
       PERFORM WRITE-SECURITY-EVENT
    END-IF

    DISPLAY "Resultado gravacao da politica - STATUS: "
            WS-LR-RETURN-STATUS
    DISPLAY "(00 = OK)."
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

OPTION-RETENTION-LIST.
    MOVE SPACE TO WS-LR-RECORD
    MOVE SPACE TO WS-LR-RETURN-STATUS
    MOVE 0     TO WS-LR-LIST-COUNT

    DISPLAY " "
    DISPLAY "=== Politicas de retencao de dados pessoais (LGPD) ==="
    DISPLAY "Tipo  Dias Acao Alterada por/em   Descricao"

    MOVE "L" TO WS-LR-OP-CODE
    CALL "LGPD-RETENTION-IO" USING
         WS-LR-OP-CODE
         WS-LR-RECORD
         WS-LR-RETURN-STATUS

    PERFORM UNTIL WS-LR-RETURN-STATUS NOT = "00"
       ADD 1 TO WS-LR-LIST-COUNT
       DISPLAY LR-RECORD-TYPE OF WS-LR-RECORD
               " " LR-RETENTION-DAYS OF WS-LR-RECORD
               "  " LR-ACTION OF WS-LR-RECORD
               "   " LR-CHANGED-BY OF WS-LR-RECORD
               " " LR-CHANGED-DATE OF WS-LR-RECORD
               " " LR-DESCRIPTION OF WS-LR-RECORD

       MOVE "N" TO WS-LR-OP-CODE
       CALL "LGPD-RETENTION-IO" USING
            WS-LR-OP-CODE
            WS-LR-RECORD
            WS-LR-RETURN-STATUS
    END-PERFORM

    DISPLAY "Total de politicas: " WS-LR-LIST-COUNT
    DISPLAY "(tipo sem politica: 1800 dias, anonimizar/expurgar)"
    DISPLAY "Pressione ENTER para voltar."
    ACCEPT WS-PAUSE
    .

WRITE-SECURITY-EVENT.
    *> Evento no diario de seguranca (SEC-JRNL-IO carimba
    *> data/hora e resolve o sequencial)
    MOVE SPACE TO WS-SJ-RECORD
    MOVE WS-SJ-OPER-WORK   TO SJ-OPERATOR OF WS-SJ-RECORD
    MOVE WS-SJ-EVENT-WORK  TO SJ-EVENT OF WS-SJ-RECORD
    MOVE WS-SJ-DETAIL-WORK TO SJ-DETAIL OF WS-SJ-RECORD
    MOVE "C" TO WS-SJ-OP-CODE
    CALL "SEC-JRNL-IO" USING
         WS-SJ-OP-CODE
         WS-SJ-RECORD
         WS-SJ-RETURN-STATUS
    .

CHECK-BATCH-LOCK.
    MOVE "T" TO WS-IL-OP-CODE
    CALL "INTERLOCK" USING
