      * Ingrediente do estoque da merenda (ingredientes.idx): arroz,
      * feijao, proteinas, o que a cozinha guarda. O saldo e a soma
      * dos lotes (lotes_merenda.idx) e so muda por ESTOQUEMERENDA:
      * recebimento com nota fiscal, baixa de consumo pela contagem
      * do dia e baixa por perda. Abaixo do estoque minimo o item
      * entra nos alertas.
       01 REG-INGREDIENTE.
           05 ING-CODIGO PIC X(6).
           05 ING-DESCRICAO PIC X(30).
      * KG, LT ou UN; as quantidades dos lotes, receitas e
      * movimentos estao nessa unidade.
           05 ING-UNIDADE PIC X(2).
           05 ING-SALDO PIC 9(7)V9(3).
           05 ING-ESTOQUE-MINIMO PIC 9(7)V9(3).
           05 ING-STATUS PIC X(1).
               88 ING-ATIVO   VALUE "A".
               88 ING-INATIVO VALUE "I".
