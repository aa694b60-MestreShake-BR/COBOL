      * Item vendido na cantina (cantina_itens.idx), chave codigo,
      * com o preco de balcao e ate quatro alergenos (LEITE, OVO,
      * AMENDOIM, GLUTEN...) escritos como na ficha de saude: o item
      * cujo alergeno aparece em SAU-ALERGIAS do aluno nao e vendido
      * a ele, mesmo fora da lista de bloqueio do responsavel.
       01 REG-ITEM-CANTINA.
           05 ITC-CODIGO PIC X(6).
           05 ITC-DESCRICAO PIC X(30).
           05 ITC-PRECO PIC 9(3)V9(2).
           05 ITC-ALERGENO PIC X(10) OCCURS 4 TIMES.
           05 ITC-STATUS PIC X(1).
               88 ITC-ATIVO   VALUE "A".
               88 ITC-INATIVO VALUE "I".
