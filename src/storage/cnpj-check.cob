*>       'V' = Validate (L-CN-CNPJ com 14 digitos; devolve "00"
*>             valido, "99" invalido - nao numerico, zerado ou
*>             com DV errado)
*>       'F' = CPF (L-CN-CNPJ com os 11 digitos do CPF a
*>             esquerda e brancos no resto; mesmo retorno - o
*>             cadastro de funcionarios do EXP-MENU chama aqui)
*> ------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CNPJ-CHECK.
01 WS-W2 REDEFINES WS-WEIGHTS-2.
   05 WS-W2-D OCCURS 13 TIMES PIC 9(1).

*> Pesos do CPF (1o DV sobre 9 digitos, 2o DV sobre 10)
01 WS-CPF-WEIGHTS-1.
   05 FILLER PIC X(9) VALUE "098765432".
01 WS-CPF-W1 REDEFINES WS-CPF-WEIGHTS-1.
   05 WS-CPF-W1-D OCCURS 9 TIMES PIC 9(1).
01 WS-CPF-WEIGHTS-2.
   05 FILLER PIC X(10) VALUE "0098765432".
01 WS-CPF-W2 REDEFINES WS-CPF-WEIGHTS-2.
   05 WS-CPF-W2-D OCCURS 10 TIMES PIC 9(1).

01 WS-I             PIC 9(2).
01 WS-SUM           PIC 9(5).
01 WS-QUOT          PIC 9(5).
    EVALUATE L-CN-OP-CODE
       WHEN "V"
          PERFORM VALIDATE-CNPJ
       WHEN "F"
          PERFORM VALIDATE-CPF
       WHEN OTHER
          MOVE FS-INVALID-OP TO L-CN-RETURN-STATUS
    END-EVALUATE

    MOVE "00" TO L-CN-RETURN-STATUS
    .

VALIDATE-CPF.
    *> Pesos 10..2 e 11..2: o peso de dois digitos nao cabe na
    *> tabela de 1 digito, entao a 1a posicao soma a parte o
    *> digito vezes 10 (1o DV) ou 11 (2o DV)
    IF L-CN-CNPJ (1:11) IS NOT NUMERIC
       OR L-CN-CNPJ (12:3) NOT = SPACES
       EXIT PARAGRAPH
    END-IF
    IF L-CN-CNPJ (1:11) = "00000000000"
       EXIT PARAGRAPH
    END-IF

    MOVE ZEROS TO WS-CNPJ-DIGITS
    MOVE L-CN-CNPJ (1:11) TO WS-CNPJ-DIGITS (1:11)

    *> 1o digito verificador (posicao 10)
    COMPUTE WS-SUM = WS-CNPJ-D (1) * 10
    PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 9
       COMPUTE WS-SUM = WS-SUM
             + (WS-CNPJ-D (WS-I) * WS-CPF-W1-D (WS-I))
    END-PERFORM
    DIVIDE WS-SUM BY 11 GIVING WS-QUOT REMAINDER WS-REM
    IF WS-REM < 2
       MOVE 0 TO WS-DV1
    ELSE
       COMPUTE WS-DV1 = 11 - WS-REM
    END-IF
    IF WS-CNPJ-D (10) NOT = WS-DV1
       EXIT PARAGRAPH
    END-IF

    *> 2o digito verificador (posicao 11)
    COMPUTE WS-SUM = (WS-CNPJ-D (1) * 11) + (WS-CNPJ-D (2) * 10)
    PERFORM VARYING WS-I FROM 3 BY 1 UNTIL WS-I > 10
       COMPUTE WS-SUM = WS-SUM
             + (WS-CNPJ-D (WS-I) * WS-CPF-W2-D (WS-I))
    END-PERFORM
    DIVIDE WS-SUM BY 11 GIVING WS-QUOT REMAINDER WS-REM
    IF WS-REM < 2
       MOVE 0 TO WS-DV2
    ELSE
       COMPUTE WS-DV2 = 11 - WS-REM
    END-IF
    IF WS-CNPJ-D (11) NOT = WS-DV2
       EXIT PARAGRAPH
    END-IF

    MOVE "00" TO L-CN-RETURN-STATUS
    .
