      * Ficha tecnica dos cardapios da merenda
      * (receitas_merenda.idx): uma linha por ingrediente de cada
      * cardapio, com a quantidade por porcao na unidade do
      * ingrediente (0,0600 KG de arroz por aluno, por exemplo). A
      * contagem do dia vezes a ficha do cardapio servido e a baixa
      * de consumo do estoque.
       01 REG-RECEITA-MERENDA.
           05 RCT-CHAVE.
               10 RCT-CARDAPIO PIC X(6).
               10 RCT-INGREDIENTE PIC X(6).
           05 RCT-NOME-CARDAPIO PIC X(30).
           05 RCT-QTD-PORCAO PIC 9(3)V9(4).
