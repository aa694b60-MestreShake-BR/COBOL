      * Tabela de valor da hora-aula (valor_hora_aula.idx), chave
      * categoria do professor + unidade + inicio de vigencia. Cada
      * reajuste ou correcao grava uma linha nova com a data em que
      * passa a valer; a linha antiga fica, e a folha de um mes
      * qualquer busca a linha de maior vigencia ate o dia de cada
      * aula -- recalcular um mes ja pago depois de uma correcao
      * retroativa da a diferenca sem mexer no historico. Unidade em
      * branco vale para todas as unidades sem linha propria.
      * Mantida e consultada por FOLHAPROFESSORES.cbl.
       01 REG-VALOR-HORA.
           05 VHA-CHAVE.
               10 VHA-CATEGORIA PIC X(2).
               10 VHA-UNIDADE PIC X(3).
               10 VHA-VIGENCIA PIC 9(8).
           05 VHA-VALOR PIC 9(3)V9(2).
           05 VHA-DATA-CADASTRO PIC 9(8).
           05 VHA-OPERADOR PIC X(8).
