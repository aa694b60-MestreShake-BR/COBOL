      * Movimento do saldo de credito (creditos_mov.dat, so
      * acrescimo): E = entrada (suspenso convertido em credito),
      * C = consumo na geracao de mensalidades, D = devolucao
      * aprovada. MCR-SALDO e o saldo do titular depois do
      * movimento, para o extrato sair sem recalculo.
       01 REG-MOV-CREDITO.
           05 MCR-DATA PIC 9(8).
           05 MCR-TIPO PIC X(1).
           05 MCR-TITULAR PIC 9(5).
           05 MCR-MATRICULA PIC 9(5).
           05 MCR-OPERACAO PIC X(1).
               88 MCR-ENTRADA   VALUE "E".
               88 MCR-CONSUMO   VALUE "C".
               88 MCR-DEVOLUCAO VALUE "D".
           05 MCR-VALOR PIC 9(7)V9(2).
           05 MCR-SALDO PIC 9(7)V9(2).
           05 MCR-ORIGEM PIC X(20).
