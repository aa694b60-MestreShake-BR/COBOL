      * Folha bruta calculada por professor e competencia
      * (folha_professores.idx), chave competencia + matricula.
      * Gravada por FOLHAPROFESSORES.cbl a cada calculo; o
      * recalculo de um mes guarda o bruto anterior ao lado do novo,
      * e a diferenca sai no resumo para a contabilidade pagar ou
      * descontar na folha seguinte. Aulas sem valor na tabela
      * (professor sem enquadramento ou categoria sem linha vigente)
      * sao contadas a parte e nao entram no bruto.
       01 REG-FOLHA-PROF.
           05 FOP-CHAVE.
               10 FOP-COMPETENCIA PIC 9(6).
               10 FOP-PROFESSOR PIC X(8).
           05 FOP-CATEGORIA PIC X(2).
           05 FOP-UNIDADE PIC X(3).
           05 FOP-AULAS-REGULARES PIC 9(4).
           05 FOP-AULAS-SUBST PIC 9(4).
           05 FOP-AULAS-SEM-VALOR PIC 9(4).
           05 FOP-VALOR-AULAS PIC 9(7)V9(2).
           05 FOP-VALOR-DSR PIC 9(7)V9(2).
           05 FOP-BRUTO PIC 9(7)V9(2).
           05 FOP-PROV-FERIAS PIC 9(7)V9(2).
           05 FOP-PROV-13 PIC 9(7)V9(2).
           05 FOP-DATA-CALCULO PIC 9(8).
           05 FOP-BRUTO-ANTERIOR PIC 9(7)V9(2).
           05 FOP-DATA-CALCULO-ANTERIOR PIC 9(8).
           05 FOP-OPERADOR PIC X(8).
