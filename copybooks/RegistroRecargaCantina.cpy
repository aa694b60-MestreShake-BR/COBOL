      * Pedido de recarga da cantina (cantina_recargas.idx). A
      * recarga vira taxa avulsa CT (LANCARTAXAVALOR) com a chave do
      * pedido na referencia, e e cobrada como as demais taxas:
      * recibo do caixa em MENSALIDADES.cbl (competencia 8NNNNN) ou
      * boleto da remessa. Paga a taxa, QUITARTAXA chama
      * CANTINA-CREDITAR, que poe o valor no saldo e marca o pedido
      * como creditado -- uma vez so.
       01 REG-RECARGA-CANTINA.
           05 RCG-CHAVE.
               10 RCG-MATRICULA PIC 9(5).
               10 RCG-DATA PIC 9(8).
               10 RCG-HORA PIC 9(6).
           05 RCG-VALOR PIC 9(5)V9(2).
           05 RCG-TAXA PIC 9(5).
           05 RCG-SITUACAO PIC X(1).
               88 RCG-AGUARDANDO VALUE "A".
               88 RCG-CREDITADA  VALUE "C".
           05 RCG-DATA-CREDITO PIC 9(8).
           05 RCG-OPERADOR PIC X(8).
