*> CC-PNL, que e preso ao periodo, o projeto atravessa
*> exercicios e empresas: o PROJECT-RPT acumula o
*> inception-to-date direto das linhas. Projeto encerrado ('C')
*> nao recebe mais lancamentos. Obra em andamento (CIP) do
*> projeto vira imobilizado pela opcao P4 do AUX-MENU, que
*> encerra o projeto quando o saldo da CIP e todo capitalizado.
*> Cadastro compartilhado entre as empresas, mantido no
*> AUX-MENU.
*> Chave: PJ-CODE
