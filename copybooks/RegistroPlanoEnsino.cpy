      * Plano de ensino (plano_ensino.idx): os topicos que o
      * professor se compromete a dar na turma e disciplina em cada
      * bimestre, com a quantidade de aulas prevista. Entregue no
      * inicio do ano e mantido por PLANOENSINO.cbl. A aula do
      * diario (RegistroDiario.cpy) aponta o topico dado em
      * DIA-TOPICO, e o relatorio de cobertura do bimestre confronta
      * os dois.
       01 REG-PLANO-ENSINO.
           05 PLE-CHAVE.
               10 PLE-ANO-LETIVO PIC 9(4).
               10 PLE-PROFESSOR PIC X(8).
               10 PLE-TURMA PIC X(10).
               10 PLE-DISCIPLINA PIC X(20).
               10 PLE-BIMESTRE PIC 9(1).
               10 PLE-TOPICO PIC 9(2).
           05 PLE-DESCRICAO PIC X(50).
           05 PLE-AULAS-PREVISTAS PIC 9(3).
           05 PLE-OPERADOR PIC X(8).
           05 PLE-DATA-CADASTRO PIC 9(8).
