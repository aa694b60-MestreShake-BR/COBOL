      * Objetivos de aprendizagem por serie e disciplina
      * (objetivos_aprendizagem.idx), avaliados por conceito nas
      * series conceituais. A disciplina usa o nome oficial
      * normalizado por VALIDARDISCIPLINA, como em
      * notas_disciplina.idx. Objetivo retirado fica inativo em vez
      * de apagado, para os conceitos ja lancados continuarem com
      * descricao no boletim. Mantidos por CONCEITOS.cbl.
       01 REG-OBJETIVO.
           05 OBJ-CHAVE.
               10 OBJ-SERIE PIC 9(2).
               10 OBJ-DISCIPLINA PIC X(20).
               10 OBJ-SEQ PIC 9(2).
           05 OBJ-DESCRICAO PIC X(60).
           05 OBJ-STATUS PIC X(1).
               88 OBJ-ATIVO   VALUE "A".
               88 OBJ-INATIVO VALUE "I".
