      * Pedido de devolucao de credito a familia (devolucoes.idx),
      * chave numero sequencial. A tesouraria pede (status S), um
      * supervisor -- perfil B em operadores.idx, outro operador que
      * nao o que pediu -- aprova (A) ou nega (N). Na aprovacao o
      * valor sai do saldo de credito, o comprovante e impresso em
      * comprovantes_devolucao.txt e a devolucao entra no movimento
      * contabil do mes (EXPORTARCONTABIL, conta 711).
       01 REG-DEVOLUCAO.
           05 DEV-NUMERO PIC 9(6).
           05 DEV-MATRICULA PIC 9(5).
           05 DEV-TIPO-TITULAR PIC X(1).
           05 DEV-TITULAR PIC 9(5).
           05 DEV-VALOR PIC 9(7)V9(2).
           05 DEV-FAVORECIDO PIC X(30).
           05 DEV-MOTIVO PIC X(40).
           05 DEV-ORIGEM PIC X(20).
           05 DEV-STATUS PIC X(1).
               88 DEV-SOLICITADA VALUE "S".
               88 DEV-APROVADA   VALUE "A".
               88 DEV-NEGADA     VALUE "N".
           05 DEV-DATA-PEDIDO PIC 9(8).
           05 DEV-OPERADOR-PEDIDO PIC X(8).
           05 DEV-DATA-DECISAO PIC 9(8).
           05 DEV-OPERADOR-DECISAO PIC X(8).
