*> ------------------------------------------------------------
*> Copybook: cash-fcst-snap.cpy
*> Layout do registro de foto da previsao de caixa
*> (CASH-FCST-SNAP): cada execucao do CASH-FORECAST guarda o
*> que projetou, por semana do horizonte (1-13) e por origem,
*> para o FCST-BACKTEST comparar depois com o realizado.
*> Reexecutar a previsao com a mesma data de referencia
*> substitui a foto daquela data.
*> Origens (CF-SOURCE):
*>   'AP'    faturas de fornecedor em aberto (saida)
*>   'AR'    faturas de cliente em aberto (entrada, uma linha
*>           por cliente com o atraso medio usado)
*>   'EMPR'  parcelas dos financiamentos (LOANS) (saida)
*>   'FOLHA' folha informada (saida)
*>   'RECOR' modelos de lancamento recorrentes (entrada ou
*>           saida, pelo sinal do efeito de caixa)
*>   'APLIC' resgates das aplicacoes financeiras (entrada)
*> Chave: CF-KEY (data de referencia + semana + origem +
*>        cliente; cliente zero fora do 'AR')
*> ------------------------------------------------------------

01 CF-RECORD.
   05 CF-KEY.
      10 CF-RUN-DATE     PIC 9(8).
      *> AAAAMMDD de referencia da execucao da previsao
      10 CF-WEEK-NO      PIC 9(2).
      10 CF-SOURCE       PIC X(5).
      10 CF-CUSTOMER-ID  PIC 9(6).
   05 CF-INFLOW-CENTS    PIC S9(18) SIGN LEADING SEPARATE.
   05 CF-OUTFLOW-CENTS   PIC S9(18) SIGN LEADING SEPARATE.
   05 CF-INFLOW-WC-CENTS PIC S9(18) SIGN LEADING SEPARATE.
      *> Entrada da coluna PESSIMISTA (+30 dias de atraso)
   05 CF-DELAY-DAYS      PIC S9(4) SIGN LEADING SEPARATE.
      *> No 'AR': atraso medio do cliente usado na projecao
