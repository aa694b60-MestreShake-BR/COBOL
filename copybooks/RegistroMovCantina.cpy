      * Movimento da conta da cantina (cantina_movimentos.dat),
      * gravado em append por CANTINA.cbl: recarga creditada (com a
      * taxa avulsa que a cobrou), estorno de recarga (recibo do
      * caixa estornado em ESTORNOCAIXA.cbl, mesma taxa), venda no
      * balcao (item, quantidade e valor) ou devolucao do saldo a
      * familia (todo o saldo passa ao credito da familia e vira
      * pedido em DEVOLUCOES.cbl), sempre com o saldo que ficou. E a
      * base do extrato mensal das familias.
       01 REG-MOV-CANTINA.
           05 MVC-DATA PIC 9(8).
           05 MVC-HORA PIC 9(6).
           05 MVC-MATRICULA PIC 9(5).
           05 MVC-TIPO PIC X(1).
               88 MVC-RECARGA VALUE "R".
               88 MVC-VENDA   VALUE "V".
               88 MVC-ESTORNO VALUE "E".
               88 MVC-DEVOLUCAO VALUE "D".
           05 MVC-ITEM PIC X(6).
           05 MVC-QUANTIDADE PIC 9(2).
           05 MVC-VALOR PIC 9(5)V9(2).
           05 MVC-SALDO PIC 9(5)V9(2).
           05 MVC-TAXA PIC 9(5).
           05 MVC-OPERADOR PIC X(8).
