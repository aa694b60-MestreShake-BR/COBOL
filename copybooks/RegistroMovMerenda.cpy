      * Movimento do estoque da merenda (movimentos_merenda.dat),
      * gravado em append por ESTOQUEMERENDA: entrada por nota
      * fiscal, saida de consumo e perda (vencimento, avaria). A
      * linha R registra as refeicoes do dia que geraram a baixa de
      * consumo (sem ingrediente; a quantidade e o numero de
      * refeicoes) e impede baixar o mesmo dia duas vezes. E a base
      * do movimento mensal para o conselho de alimentacao escolar
      * (prestacao de contas do PNAE).
       01 REG-MOV-MERENDA.
           05 MVM-DATA PIC 9(8).
           05 MVM-TIPO PIC X(1).
               88 MVM-ENTRADA    VALUE "E".
               88 MVM-CONSUMO    VALUE "S".
               88 MVM-PERDA      VALUE "P".
               88 MVM-REFEICOES  VALUE "R".
           05 MVM-INGREDIENTE PIC X(6).
           05 MVM-QUANTIDADE PIC 9(7)V9(3).
      * Nota fiscal na entrada, cardapio no consumo e nas
      * refeicoes, motivo abreviado na perda.
           05 MVM-DOCUMENTO PIC X(15).
           05 MVM-VALIDADE PIC 9(8).
           05 MVM-OPERADOR PIC X(8).
