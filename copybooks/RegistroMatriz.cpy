      * + codigo da disciplina. O nome oficial fica gravado junto
      * para cruzar direto com ND-DISCIPLINA de
      * notas_disciplina.idx, que usa o nome normalizado. Mantida e
      * conferida por MATRIZCURRICULAR.cbl. A carga semanal
      * (aulas por semana da disciplina na serie) alimenta o gerador
      * de grade (GERARGRADE).
       01 REG-MATRIZ.
           05 MTZ-CHAVE.
               10 MTZ-SERIE PIC 9(2).
               10 MTZ-DISCIPLINA PIC X(5).
           05 MTZ-NOME-DISCIPLINA PIC X(20).
           05 MTZ-AULAS-SEMANAIS PIC 9(2).
