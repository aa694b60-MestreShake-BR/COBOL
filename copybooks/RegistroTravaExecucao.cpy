      * Trava de execucao (travas_execucao.idx): um registro por
      * conjunto de dados em uso por um job que o reescreve. Quem
      * segura, qual operador e desde quando; mantida pelo modulo
      * TRAVAEXECUCAO (TRAVAEXEC-OBTER / -CONSULTAR / -SOLTAR). Uma
      * trava que sobreviveu a queda do job so e retirada pelo
      * supervisor em TRAVASEXECUCAO.cbl, com rastro em
      * travas_execucao_auditoria.log.
       01 REG-TRAVA-EXECUCAO.
           05 TEX-CONJUNTO PIC X(12).
           05 TEX-JOB PIC X(16).
           05 TEX-OPERADOR PIC X(8).
           05 TEX-INICIO PIC X(14).
