      *>==================================================================
      *>Copybook CONTABIL - plano de contas e centro de custo padrao da
      *>interface contabil com o sistema financeiro (ERP); cada lancamento
      *>exportado tem uma conta de debito e uma de credito:
      *>  APOSTA  aposta feita        D despesa com apostas   C caixa
      *>  PREMIO  premio conferido    D premios a receber     C receita de premios
      *>  BAIXA   premio resgatado    D caixa                 C premios a receber
      *>  AJUSTE  resgate abaixo do premio (diferenca)
      *>                              D diferenca no resgate  C premios a receber
      *>          resgate acima do premio (diferenca)
      *>                              D caixa                 C receita de premios
      *>  PERDA   premio prescrito    D perda por prescricao  C premios a receber
      *>==================================================================
       01  plano-contas.
      *>----Ativo
           05  conta-caixa              pic x(10) value "1.1.01".
           05  conta-premios-receber    pic x(10) value "1.1.02".
      *>----Despesas
           05  conta-despesa-apostas    pic x(10) value "3.1.01".
           05  conta-diferenca-resgate  pic x(10) value "3.1.02".
           05  conta-perda-prescricao   pic x(10) value "3.1.03".
      *>----Receitas
           05  conta-receita-premios    pic x(10) value "4.1.01".

      *>centro de custo das apostas e premios avulsos (sem bolao); os de
      *>bolao usam o nome do bolao como centro de custo
       77  centro-custo-escritorio      pic x(12) value "ESCRITORIO".

      *>identificacao do sistema de origem no cabecalho do arquivo
       77  sistema-origem-contabil      pic x(10) value "LOTERIAS".
