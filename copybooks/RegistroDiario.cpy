      * compativeis com frequencia.dat por DIARIOCLASSE.cbl, para
      * CALCFREQUENCIA e PROMOVERALUNOS continuarem funcionando sem
      * mudanca.
      * DIA-BIMESTRE e DIA-TOPICO ligam a aula ao topico do plano de
      * ensino (plano_ensino.idx); topico zero e aula fora do plano.
       01 REG-DIARIO.
           05 DIA-CHAVE.
               10 DIA-PROFESSOR PIC X(8).
           05 DIA-TURMA PIC X(10).
           05 DIA-DISCIPLINA PIC X(20).
           05 DIA-CONTEUDO PIC X(60).
           05 DIA-BIMESTRE PIC 9(1).
           05 DIA-TOPICO PIC 9(2).
