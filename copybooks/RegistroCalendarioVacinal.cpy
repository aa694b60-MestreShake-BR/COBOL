      * Calendario vacinal oficial (calendario_vacinal.idx): uma
      * entrada por vacina e dose, com a idade indicada em meses e
      * a tolerancia em meses depois dela. A dose fica atrasada
      * quando a idade do aluno passa da idade indicada mais a
      * tolerancia e a carteira nao tem a dose. CVC-IDADE-LIMITE
      * (meses, zero = sem limite) e a idade a partir da qual a
      * dose nao se aplica mais (vacinas que nao se recuperam).
      * Mantido por VACINACAO.cbl.
       01 REG-CALENDARIO-VACINAL.
           05 CVC-CHAVE.
               10 CVC-VACINA PIC X(10).
               10 CVC-DOSE PIC 9(1).
           05 CVC-DESCRICAO PIC X(30).
           05 CVC-IDADE-MESES PIC 9(3).
           05 CVC-TOLERANCIA-MESES PIC 9(2).
           05 CVC-IDADE-LIMITE PIC 9(3).
