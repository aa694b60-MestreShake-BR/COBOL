      * Registro patrimonial da mantenedora (patrimonio.idx), um bem
      * por plaqueta: descricao, aquisicao (data e valor), sala onde
      * esta hoje (SAL-CODIGO de salas.idx, chave alternada para a
      * lista por sala), estado de conservacao e classe de
      * depreciacao. Mantido por PATRIMONIO.cbl, que registra as
      * transferencias entre salas em patrimonio_movimentos.dat e
      * concilia a contagem fisica anual; a depreciacao (linear, por
      * classe) e calculada por CALCDEPRECIACAO, a mesma conta que
      * EXPORTARCONTABIL leva ao contador.
       01 REG-PATRIMONIO.
           05 PAT-PLAQUETA PIC 9(6).
           05 PAT-DESCRICAO PIC X(30).
           05 PAT-DATA-AQUISICAO PIC 9(8).
           05 PAT-VALOR-AQUISICAO PIC 9(7)V9(2).
           05 PAT-SALA PIC X(10).
           05 PAT-CONDICAO PIC X(1).
               88 PAT-BOM        VALUE "B".
               88 PAT-REGULAR    VALUE "R".
               88 PAT-INSERVIVEL VALUE "I".
      * MO moveis, EQ equipamentos, IN informatica, VE veiculos
      * (taxas anuais em CALCDEPRECIACAO).
           05 PAT-CLASSE PIC X(2).
           05 PAT-SITUACAO PIC X(1).
               88 PAT-ATIVO   VALUE "A".
               88 PAT-BAIXADO VALUE "B".
           05 PAT-DATA-BAIXA PIC 9(8).
      * Data da ultima contagem fisica em que o bem foi achado;
      * zeros ate a primeira contagem.
           05 PAT-ULTIMA-CONTAGEM PIC 9(8).
