*> ------------------------------------------------------------
*> Copybook: employees.cpy
*> Layout do registro de funcionario (EMPLOYEES), cadastro
*> mestre do reembolso de despesas e dos adiantamentos de
*> viagem - tira os funcionarios do VENDORS (e das checagens
*> de CNPJ do fornecedor). Guarda o CPF, o centro de custo
*> padrao sugerido nas linhas do relatorio de despesas, o
*> operador gestor que aprova os relatorios e os dados
*> bancarios usados pelo AP-PAYMENT-RUN na remessa CNAB.
*> Mantido no EXP-MENU.
*> Chave: EM-EMPLOYEE-ID
*> ------------------------------------------------------------

01 EM-RECORD.
   05 EM-EMPLOYEE-ID    PIC 9(6).
   05 EM-NAME           PIC X(40).
   05 EM-CPF            PIC X(11).
      *> CPF, 11 digitos, so numeros
   05 EM-COST-CENTER    PIC X(6).
      *> Centro de custo padrao (COST-CENTERS), sugerido nas
      *> linhas do relatorio de despesas
   05 EM-MANAGER-ID     PIC X(8).
      *> Operador (USERS) que aprova os relatorios de despesas
      *> do funcionario; branco = relatorio nao pode ser aprovado
   05 EM-BANK-CODE      PIC 9(3).
   05 EM-BANK-BRANCH    PIC 9(5).
   05 EM-BANK-ACCOUNT   PIC 9(12).
   05 EM-BANK-DV        PIC X(1).
   05 EM-STATUS         PIC X(1).
      *> 'A' ativo, 'I' inativo
      88 EM-IS-ACTIVE        VALUE "A".
      88 EM-IS-INACTIVE      VALUE "I".

   *> Alteracao de dados bancarios em dois pares de maos, a mesma
   *> regra do VENDORS: a mudanca fica pendente ate um SEGUNDO
   *> operador aprovar (recusa "89") e o AP-PAYMENT-RUN pula o
   *> funcionario enquanto a pendencia existir.
   05 EM-PEND-BANK-CODE    PIC 9(3).
   05 EM-PEND-BANK-BRANCH  PIC 9(5).
   05 EM-PEND-BANK-ACCOUNT PIC 9(12).
   05 EM-PEND-BANK-DV      PIC X(1).
   05 EM-BANK-PEND-FLAG    PIC X(1).
      *> 'P' = alteracao aguardando segunda aprovacao
      88 EM-BANK-CHANGE-PENDING  VALUE "P".
   05 EM-BANK-CHANGED-BY   PIC X(8).
      *> Operador que digitou a alteracao pendente
