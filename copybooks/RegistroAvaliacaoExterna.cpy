      * Resultado de avaliacao externa por aluno
      * (avaliacoes_externas.idx): SAEB, avaliacao estadual, ENEM,
      * olimpiadas -- o que chega em arquivo dos organizadores e e
      * carregado por AVALIACOESEXTERNAS.cbl. Chave avaliacao + ano
      * + area + matricula; recarga do mesmo arquivo regrava o
      * resultado. AVX-ESCALA e a nota maxima da escala da avaliacao
      * (500 no SAEB, 1000 no ENEM), para levar o resultado a escala
      * de 0 a 10 das notas internas. AVX-TURMA e a turma do aluno
      * na carga. AVX-VINCULO diz como o aluno foi achado.
       01 REG-AVALIACAO-EXTERNA.
           05 AVX-CHAVE.
               10 AVX-AVALIACAO PIC X(10).
               10 AVX-ANO PIC 9(4).
               10 AVX-AREA PIC X(20).
               10 AVX-MATRICULA PIC 9(5).
           05 AVX-RESULTADO PIC 9(4)V9(2).
           05 AVX-ESCALA PIC 9(4).
           05 AVX-TURMA PIC X(10).
           05 AVX-VINCULO PIC X(1).
               88 AVX-POR-MATRICULA VALUE "M".
               88 AVX-POR-NOME      VALUE "N".
               88 AVX-MANUAL        VALUE "V".
           05 AVX-DATA-CARGA PIC 9(8).
           05 AVX-OPERADOR PIC X(8).
