      * Conciliacao bancaria (conciliacao.idx): um registro por
      * total diario esperado no banco -- fechamento do caixa da
      * secretaria (deposito do dia seguinte) ou soma das baixas de
      * boleto do dia -- e um por credito do extrato que nao achou
      * par. Gravado por CONCILIACAOBANCARIA.cbl a cada extrato
      * importado; o que fica pendente (falta de credito, credito
      * nao identificado ou diferenca de valor) e reapresentado nas
      * importacoes seguintes ate alguem resolver.
       01 REG-CONCILIACAO.
           05 CNC-CHAVE.
               10 CNC-ORIGEM PIC X(1).
                   88 CNC-CAIXA      VALUE "C".
                   88 CNC-COBRANCA   VALUE "B".
                   88 CNC-EXTRATO    VALUE "E".
               10 CNC-DATA PIC 9(8).
               10 CNC-SEQ PIC 9(3).
           05 CNC-VALOR-ESPERADO PIC 9(9)V9(2).
           05 CNC-VALOR-EXTRATO PIC 9(9)V9(2).
           05 CNC-DATA-EXTRATO PIC 9(8).
           05 CNC-DOCUMENTO PIC X(10).
           05 CNC-SITUACAO PIC X(1).
               88 CNC-CONCILIADO       VALUE "C".
               88 CNC-FALTA-CREDITO    VALUE "F".
               88 CNC-NAO-IDENTIFICADO VALUE "N".
               88 CNC-DIFERENCA        VALUE "V".
               88 CNC-RESOLVIDO        VALUE "R".
               88 CNC-PENDENTE         VALUE "F" "N" "V".
           05 CNC-DATA-CONCILIACAO PIC 9(8).
           05 CNC-OPERADOR PIC X(8).
           05 CNC-OBSERVACAO PIC X(40).
