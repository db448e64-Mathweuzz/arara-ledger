*> recuo. FIN-STATEMENTS (e o pacote gerencial) renderizam as
*> demonstracoes a partir desta estrutura, com subtotal por
*> rubrica e lista de excecao das contas com saldo que nenhuma
*> rubrica captura. A demonstracao 'M' define as colunas da DMPL
*> (DMPL-RPT): cada rubrica e uma coluna do patrimonio liquido
*> (capital, reservas, ajustes de avaliacao...) pela faixa de
*> contas; FIN-STATEMENTS e MGMT-PACK ignoram essas rubricas.
*> Chave: SC-KEY (demonstracao + ordem de impressao)
*> ------------------------------------------------------------

01 SC-RECORD.
   05 SC-KEY.
      10 SC-STATEMENT  PIC X(1).
         *> 'B' balanco patrimonial, 'R' demonstracao de resultado,
         *> 'M' coluna da DMPL
      10 SC-ORDER      PIC 9(3).
   05 SC-CAPTION       PIC X(40).
   05 SC-INDENT        PIC 9(1).
