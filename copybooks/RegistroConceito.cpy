      * Conceito lancado por aluno, disciplina, bimestre e objetivo
      * de aprendizagem (conceitos_aluno.idx) -- o equivalente de
      * notas_disciplina.idx para as series conceituais. CNC-CONCEITO
      * e o codigo da escala da serie (escala_conceitos.idx).
      * Gravado por DIGITARCONCEITOSTURMA e impresso no boletim.
       01 REG-CONCEITO.
           05 CNC-CHAVE.
               10 CNC-MATRICULA PIC 9(5).
               10 CNC-ANO-LETIVO PIC 9(4).
               10 CNC-DISCIPLINA PIC X(20).
               10 CNC-BIMESTRE PIC 9(1).
               10 CNC-OBJETIVO PIC 9(2).
           05 CNC-CONCEITO PIC X(2).
           05 CNC-SERIE PIC 9(2).
           05 CNC-DATA PIC 9(8).
