      * Movimento de bem patrimonial (patrimonio_movimentos.dat),
      * gravado por PATRIMONIO.cbl em append: entrada no cadastro,
      * transferencia entre salas e baixa, com data e operador. E a
      * historia de onde cada plaqueta esteve.
       01 REG-MOV-PATRIMONIO.
           05 MVP-PLAQUETA PIC 9(6).
           05 MVP-TIPO PIC X(1).
               88 MVP-ENTRADA       VALUE "E".
               88 MVP-TRANSFERENCIA VALUE "T".
               88 MVP-BAIXA         VALUE "B".
           05 MVP-SALA-ORIGEM PIC X(10).
           05 MVP-SALA-DESTINO PIC X(10).
           05 MVP-DATA PIC 9(8).
           05 MVP-OPERADOR PIC X(8).
           05 MVP-MOTIVO PIC X(30).
