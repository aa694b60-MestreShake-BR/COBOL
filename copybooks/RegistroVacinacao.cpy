      * Carteira de vacinacao do aluno (vacinacao.idx), chave
      * matricula, ao lado da ficha de saude (ficha_saude.idx) e
      * mantida pela mesma tela de ALUNOSRELATIVOS.cbl: data de
      * nascimento (a idade em meses e o que o calendario vacinal
      * pede; sem ela vale IDADE-ALUNO) e as doses aplicadas, uma
      * entrada por vacina e numero da dose, com a data da
      * aplicacao. VACINACAO.cbl confere a carteira contra o
      * calendario oficial (calendario_vacinal.idx).
       01 REG-VACINACAO.
           05 VAC-MATRICULA PIC 9(5).
           05 VAC-DATA-NASCIMENTO PIC 9(8).
           05 VAC-QTD-DOSES PIC 9(2).
           05 VAC-DOSE OCCURS 40 TIMES.
               10 VAC-VACINA PIC X(10).
               10 VAC-NUM-DOSE PIC 9(1).
               10 VAC-DATA-DOSE PIC 9(8).
           05 VAC-DATA-ATUALIZACAO PIC 9(8).
           05 VAC-OPERADOR PIC X(8).
