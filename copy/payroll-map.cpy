*> etc.), a conta de debito, a conta de credito e o centro de
*> custo usados pelo PAYROLL-IMPORT ao montar o lancamento
*> mensal da folha.
*> Eventos reservados da provisao mensal (PAYROLL-PROV): "PVFE"
*> ferias, "PVF3" 1/3 de ferias, "PV13" 13o salario, "PVIN"
*> INSS e "PVFG" FGTS sobre as provisoes - debito = despesa,
*> credito = passivo da provisao.
*> Chave: PM-EVENT-CODE
*> ------------------------------------------------------------

      *> 'A' ativo, 'I' inativo
      88 PM-IS-ACTIVE        VALUE "A".
      88 PM-IS-INACTIVE      VALUE "I".
   05 PM-PROVISION-EVENT PIC X(4).
      *> Evento real (ferias gozadas, 13o pago, encargos deles)
      *> que consome uma provisao: o PAYROLL-IMPORT debita o
      *> passivo (conta de credito) do evento de provisao aqui
      *> indicado em vez da conta de debito deste mapeamento.
      *> Branco = evento comum
