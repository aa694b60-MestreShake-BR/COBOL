      * Tabela de areas de habilitacao x disciplinas
      * (areas_disciplinas.idx): quais disciplinas de
      * disciplinas.idx uma area de formacao pode lecionar. A
      * disciplina fica pelo nome oficial, a mesma grafia gravada
      * na grade de horarios e nas substituicoes.
       01 REG-AREA-DISCIPLINA.
           05 ARD-CHAVE.
               10 ARD-AREA PIC X(10).
               10 ARD-DISCIPLINA PIC X(20).
