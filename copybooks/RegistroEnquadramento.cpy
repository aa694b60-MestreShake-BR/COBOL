      * Enquadramento do professor na tabela de valor da hora-aula
      * (enquadramento_prof.idx), chave matricula do professor +
      * inicio de vigencia. Promocao de nivel (titulacao nova) grava
      * uma linha nova; a folha usa a de maior vigencia ate o dia da
      * aula. Categorias: NM nivel medio/magisterio, GR graduacao,
      * ES especializacao, ME mestrado, DO doutorado.
       01 REG-ENQUADRAMENTO.
           05 ENQ-CHAVE.
               10 ENQ-PROFESSOR PIC X(8).
               10 ENQ-VIGENCIA PIC 9(8).
           05 ENQ-CATEGORIA PIC X(2).
               88 ENQ-CATEGORIA-VALIDA VALUE "NM" "GR" "ES" "ME"
                                             "DO".
           05 ENQ-DATA-CADASTRO PIC 9(8).
           05 ENQ-OPERADOR PIC X(8).
