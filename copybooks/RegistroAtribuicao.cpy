      * Atribuicao de aulas (atribuicao_aulas.idx): o professor que
      * leciona cada disciplina da matriz em cada turma, chave turma
      * + codigo da disciplina. Mantida e consumida por
      * GERARGRADE.cbl; disciplina sem atribuicao cai no professor
      * regente da turma (TUR-PROF-REGENTE), o caso dos anos
      * iniciais.
       01 REG-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-TURMA PIC X(10).
               10 ATR-DISCIPLINA PIC X(5).
           05 ATR-PROFESSOR PIC X(8).
