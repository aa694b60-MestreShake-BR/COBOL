      * Acompanhamento de caso de orientacao
      * (acompanhamentos_orientacao.idx), chave caso + sequencia.
      * Tipo N e a nota datada da orientadora (conversa com o
      * aluno, com a familia, com o professor); tipo E e o
      * encaminhamento externo (psicologo, Conselho Tutelar,
      * unidade de saude ou outro servico), que fica aguardando ate
      * o retorno do servico ser registrado (retornou ou sem
      * retorno, com data e relato). Mantido por ORIENTACAO.cbl.
       01 REG-ACOMPANHAMENTO.
           05 ACO-CHAVE.
               10 ACO-CASO PIC 9(5).
               10 ACO-SEQ PIC 9(3).
           05 ACO-TIPO PIC X(1).
               88 ACO-NOTA           VALUE "N".
               88 ACO-ENCAMINHAMENTO VALUE "E".
           05 ACO-DATA PIC 9(8).
           05 ACO-TEXTO PIC X(60).
           05 ACO-DESTINO PIC X(1).
               88 ACO-PSICOLOGO        VALUE "P".
               88 ACO-CONSELHO-TUTELAR VALUE "T".
               88 ACO-SAUDE            VALUE "S".
               88 ACO-OUTRO-SERVICO    VALUE "O".
           05 ACO-DESTINO-NOME PIC X(30).
           05 ACO-RETORNO PIC X(1).
               88 ACO-AGUARDANDO   VALUE "A".
               88 ACO-RETORNOU     VALUE "R".
               88 ACO-SEM-RETORNO  VALUE "S".
           05 ACO-DATA-RETORNO PIC 9(8).
           05 ACO-RETORNO-TEXTO PIC X(60).
           05 ACO-OPERADOR PIC X(8).
