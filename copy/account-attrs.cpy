*> chamada por todo o sistema): conta intercompany (eliminada
*> na consolidacao), conta transitoria (compensacao automatica
*> de partidas), conta que exige conciliacao mensal assinada e
*> conta de caixa acompanhada no saldo diario, e conta de
*> controle de auxiliar (fornecedores, clientes, estoque,
*> imobilizado, emprestimos - so o programa dono do auxiliar
*> lanca nela, ver JOURNAL-IO). Conta sem registro aqui nao tem
*> nenhuma marcacao.
*> Chave: AT-ACCOUNT-ID
*> ------------------------------------------------------------

   05 AT-DAILY-BAL-FLAG     PIC X(1).
      *> 'Y' = conta de caixa/banco acompanhada no saldo diario
      88 AT-TRACKS-DAILY-BAL     VALUE "Y".
   05 AT-CONTROL-TYPE       PIC X(1).
      *> Conta de controle de auxiliar: 'P' fornecedores (AP),
      *> 'R' clientes (AR), 'I' estoque, 'F' imobilizado,
      *> 'L' emprestimos; branco = conta comum
      88 AT-IS-CONTROL-ACCOUNT   VALUE "P" "R" "I" "F" "L".
      88 AT-CONTROL-AP           VALUE "P".
      88 AT-CONTROL-AR           VALUE "R".
      88 AT-CONTROL-INVENTORY    VALUE "I".
      88 AT-CONTROL-FIXED-ASSETS VALUE "F".
      88 AT-CONTROL-LOANS        VALUE "L".
