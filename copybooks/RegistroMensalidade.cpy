           05 MEN-ORIGEM PIC X(1).
               88 MEN-BAIXA-BANCO VALUE "B".
               88 MEN-BAIXA-CAIXA VALUE "C".
      * Quitada inteira com o saldo de credito da familia na propria
      * geracao (MOVCREDITO), sem dinheiro novo entrando.
               88 MEN-BAIXA-CREDITO VALUE "K".
      * Parte da cobranca coberta pelo saldo de credito da familia
      * na geracao; MEN-VALOR ja sai liquido dela (e o que o banco e
      * o caixa cobram). Zeros sem credito ou em registro anterior
      * ao campo.
           05 MEN-CREDITO PIC 9(5)V9(2).
