      * Dependencia (progressao parcial) em dependencias.idx: a
      * disciplina que o aluno aprovado com dependencia pelo conselho
      * de classe (CSL-APROVAR-DEPENDENTE) ainda deve, chave
      * matricula + disciplina + ano letivo de origem. Guarda o plano
      * de estudos especial, as tres notas e a frequencia proprias da
      * dependencia e o resultado final. Aberta e encerrada por
      * DEPENDENCIAS.cbl; a contagem das abertas e feita por
      * DEPENDENCIAABERTA para a promocao, o boletim, o historico e
      * os certificados.
       01 REG-DEPENDENCIA.
           05 DEP-CHAVE.
               10 DEP-MATRICULA PIC 9(5).
               10 DEP-DISCIPLINA PIC X(20).
               10 DEP-ANO-ORIGEM PIC 9(4).
           05 DEP-PLANO-ESTUDOS PIC X(60).
           05 DEP-DATA-ABERTURA PIC 9(8).
           05 DEP-NOTA-1 PIC 9(3)V9(2).
           05 DEP-NOTA-2 PIC 9(3)V9(2).
           05 DEP-NOTA-3 PIC 9(3)V9(2).
           05 DEP-MEDIA PIC 9(3)V9(2).
           05 DEP-AULAS-PREVISTAS PIC 9(3).
           05 DEP-PRESENCAS PIC 9(3).
           05 DEP-SITUACAO PIC X(1).
               88 DEP-ABERTA    VALUE "A".
               88 DEP-APROVADA  VALUE "P".
               88 DEP-REPROVADA VALUE "R".
           05 DEP-DATA-RESULTADO PIC 9(8).
           05 DEP-OPERADOR PIC X(8).
